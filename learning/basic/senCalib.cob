000010 identification division.
000020 program-id. senCalib.
000030 author. PLANT-INSTRUMENTATION.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   pig  original -- maintenance dialog for the SENCAL
000130*                   sensor calibration file the cTof run corrects
000140*                   every reading from (the senMaint mold).
000150*                   Records a sensor's calibration -- date,
000160*                   offset in Celsius, technician, next due
000170*                   date -- replacing the one before it, removes
000180*                   a sensor's record, or lists the file.  Only
000190*                   a sensor ACTIVE on SENMAST can be calibrated,
000200*                   both dates are calendar-checked, and every
000210*                   change goes to the CALAUDT audit file with
000220*                   the operator's ID and old/new values.
000230*****************************************************************

000240 environment division.
000250 input-output section.
000260 file-control.
000270     select CALIBRATION-FILE assign to "SENCAL"
000280         organization is sequential
000290         file status is WS-SENCAL-STATUS.
000300     select SENSOR-MASTER-FILE assign to "SENMAST"
000310         organization is sequential
000320         file status is WS-SENMAST-STATUS.
000330     select CALIBRATION-AUDIT-FILE assign to "CALAUDT"
000340         organization is sequential
000350         file status is WS-AUDIT-STATUS.

000360 data division.
000370 file section.
000380 fd  CALIBRATION-FILE.
000390     copy SENCAL.

000400 fd  SENSOR-MASTER-FILE.
000410     copy SENMAST.

000420 fd  CALIBRATION-AUDIT-FILE.
000430 01  CALIBRATION-AUDIT-RECORD.
000440     05 CA-OPERATOR           PIC X(08).
000450     05 CA-ACTION             PIC X(03).
000460     05 CA-SENSOR-ID          PIC X(04).
000470     05 CA-OLD-CAL-DATE       PIC 9(08).
000480     05 CA-NEW-CAL-DATE       PIC 9(08).
000490     05 CA-OLD-OFFSET-C       PIC S9(02)V9(02).
000500     05 CA-NEW-OFFSET-C       PIC S9(02)V9(02).
000510     05 CA-OLD-DUE-DATE       PIC 9(08).
000520     05 CA-NEW-DUE-DATE       PIC 9(08).
000530     05 CA-TECHNICIAN         PIC X(20).
000540     05 CA-DATE               PIC 9(08).
000550     05 CA-TIME               PIC 9(08).

000560 working-storage section.
000570 01 WS-SENCAL-STATUS          PIC X(02).
000580     88 SENCAL-OK             VALUE "00".
000590 01 WS-SENMAST-STATUS         PIC X(02).
000600     88 SENMAST-OK            VALUE "00".
000610 01 WS-AUDIT-STATUS           PIC X(02).
000620     88 AUDIT-OK              VALUE "00".
000630 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000640     88 FILE-EOF              VALUE "Y".
000650 01 WS-OPERATOR-ID            PIC X(08).
000660 01 WS-RUN-MODE               PIC X(01).
000670     88 RECORD-MODE           VALUE "R" "r".
000680     88 DELETE-MODE           VALUE "D" "d".
000690     88 LIST-MODE             VALUE "L" "l".
000700 01 WS-TODAY                  PIC 9(08) VALUE ZEROES.
000710 01 WS-CAL-MAX                PIC 9(02) VALUE 20.
000720 01 WS-CAL-COUNT              PIC 9(02) VALUE ZEROES.
000730 01 WS-CAL-TABLE.
000740     05 WS-CAL-ENTRY          OCCURS 20 TIMES
000750                              INDEXED BY WS-CAL-IDX.
000760         10 WS-CAL-SENSOR     PIC X(04).
000770         10 WS-CAL-DATE       PIC 9(08).
000780         10 WS-CAL-OFFSET-C   PIC S9(02)V9(02).
000790         10 WS-CAL-TECH       PIC X(20).
000800         10 WS-CAL-DUE-DATE   PIC 9(08).
000810 01 WS-CAL-SUB                PIC 9(02) VALUE ZEROES.
000820 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000830     88 CALIBRATION-FOUND     VALUE "Y".
000840     88 CALIBRATION-NOT-FOUND VALUE "N".
000850 01 WS-MASTER-ON-FILE-SWITCH  PIC X(01) VALUE "N".
000860     88 SENSOR-MASTER-ON-FILE VALUE "Y".
000870 01 WS-ACTIVE-SWITCH          PIC X(01) VALUE "N".
000880     88 SENSOR-ACTIVE         VALUE "Y".
000890 01 WS-NEW-ID                 PIC X(04).
000900 01 WS-NEW-CAL-DATE           PIC 9(08).
000910 01 WS-NEW-OFFSET-C           PIC S9(02)V9(02).
000920 01 WS-OFFSET-ENTRY           PIC -99.99.
000930 01 WS-NEW-TECH               PIC X(20).
000940 01 WS-NEW-DUE-DATE           PIC 9(08).
000950 01 WS-NEW-DUE-X REDEFINES WS-NEW-DUE-DATE.
000960     05 WS-NEW-DUE-YYYY       PIC 9(04).
000970     05 WS-NEW-DUE-MMDD       PIC 9(04).
000980 01 WS-ENTRY-OK-SWITCH        PIC X(01) VALUE "Y".
000990     88 ENTRY-OK              VALUE "Y".
001000     COPY DATEVAL.

001010 procedure division.
001020*    (DTV-VALIDATE-DATE comes from the shared DATEPRC copybook
001030*    at the end of this program.)
001040 PRG-BEGIN.
001050     display "Enter operator ID:"
001060     accept WS-OPERATOR-ID
001070     if WS-OPERATOR-ID = spaces
001080         display "Operator ID is required - ending"
001090     else
001100         display "Enter mode - R (record a calibration), "
001110             "D (delete) or L (list):"
001120         accept WS-RUN-MODE
001130         accept WS-TODAY from DATE YYYYMMDD
001140         perform LOAD-CALIBRATION-TABLE
001150         evaluate true
001160             when RECORD-MODE
001170                 perform RECORD-CALIBRATION
001180             when DELETE-MODE
001190                 perform DELETE-CALIBRATION
001200             when LIST-MODE
001210                 perform LIST-CALIBRATIONS
001220             when other
001230                 display "Invalid mode - nothing done"
001240         end-evaluate
001250     end-if
001260     stop run.

001270 LOAD-CALIBRATION-TABLE.
001280     move zeroes to WS-CAL-COUNT
001290     move "N" to WS-EOF-SWITCH
001300     open input CALIBRATION-FILE
001310     if SENCAL-OK
001320         perform READ-CALIBRATION
001330         perform ADD-TABLE-ENTRY until FILE-EOF
001340         close CALIBRATION-FILE
001350     end-if.

001360 READ-CALIBRATION.
001370     read CALIBRATION-FILE
001380         at end set FILE-EOF to true
001390     end-read.

001400 ADD-TABLE-ENTRY.
001410     if WS-CAL-COUNT < WS-CAL-MAX
001420         add 1 to WS-CAL-COUNT
001430         move WS-CAL-COUNT to WS-CAL-SUB
001440         move CL-SENSOR-ID to WS-CAL-SENSOR (WS-CAL-SUB)
001450         move CL-CAL-DATE to WS-CAL-DATE (WS-CAL-SUB)
001460         move CL-OFFSET-C to WS-CAL-OFFSET-C (WS-CAL-SUB)
001470         move CL-TECHNICIAN to WS-CAL-TECH (WS-CAL-SUB)
001480         move CL-NEXT-DUE-DATE to WS-CAL-DUE-DATE (WS-CAL-SUB)
001490     end-if
001500     perform READ-CALIBRATION.

001510 FIND-CALIBRATION.
001520     set CALIBRATION-NOT-FOUND to true
001530     if WS-CAL-COUNT > 0
001540         perform TEST-TABLE-ENTRY
001550             varying WS-CAL-IDX from 1 by 1
001560             until WS-CAL-IDX > WS-CAL-COUNT
001570                 or CALIBRATION-FOUND
001580     end-if.

001590 TEST-TABLE-ENTRY.
001600     if WS-CAL-SENSOR (WS-CAL-IDX) = WS-NEW-ID
001610         set CALIBRATION-FOUND to true
001620         set WS-CAL-SUB to WS-CAL-IDX
001630     end-if.

001640* with no SENMAST on hand any sensor ID is taken, the way the
001650* conversion run treats a missing master.
001660 CHECK-SENSOR-ACTIVE.
001670     move "N" to WS-ACTIVE-SWITCH
001680     move "N" to WS-MASTER-ON-FILE-SWITCH
001690     move "N" to WS-EOF-SWITCH
001700     open input SENSOR-MASTER-FILE
001710     if SENMAST-OK
001720         move "Y" to WS-MASTER-ON-FILE-SWITCH
001730         perform READ-SENSOR-MASTER
001740         perform TEST-SENSOR-MASTER
001750             until FILE-EOF or SENSOR-ACTIVE
001760         close SENSOR-MASTER-FILE
001770     else
001780         move "Y" to WS-ACTIVE-SWITCH
001790     end-if.

001800 READ-SENSOR-MASTER.
001810     read SENSOR-MASTER-FILE
001820         at end set FILE-EOF to true
001830     end-read.

001840 TEST-SENSOR-MASTER.
001850     if SN-SENSOR-ID = WS-NEW-ID and SN-ACTIVE
001860         move "Y" to WS-ACTIVE-SWITCH
001870     else
001880         perform READ-SENSOR-MASTER
001890     end-if.

001900 RECORD-CALIBRATION.
001910     display "Enter sensor ID:"
001920     accept WS-NEW-ID
001930     perform CHECK-SENSOR-ACTIVE
001940     perform FIND-CALIBRATION
001950     evaluate true
001960         when WS-NEW-ID = spaces
001970             display "Sensor ID is required - nothing recorded"
001980         when not SENSOR-ACTIVE
001990             display "Sensor " WS-NEW-ID " is not active on the "
002000                 "sensor master - nothing recorded"
002010         when CALIBRATION-NOT-FOUND
002020             and WS-CAL-COUNT not < WS-CAL-MAX
002030             display "*** Calibration file is full ("
002040                 WS-CAL-MAX " entries) - nothing recorded ***"
002050         when other
002060             perform ACCEPT-CALIBRATION
002070             if ENTRY-OK
002080                 perform STORE-CALIBRATION
002090             end-if
002100     end-evaluate.

002110 ACCEPT-CALIBRATION.
002120     move "Y" to WS-ENTRY-OK-SWITCH
002130     if CALIBRATION-FOUND
002140         move WS-CAL-OFFSET-C (WS-CAL-SUB) to WS-OFFSET-ENTRY
002150         display "Last calibrated " WS-CAL-DATE (WS-CAL-SUB)
002160             "  offset " WS-OFFSET-ENTRY
002170             "  due " WS-CAL-DUE-DATE (WS-CAL-SUB)
002180     end-if
002190     display "Enter calibration date YYYYMMDD (zero = today):"
002200     accept WS-NEW-CAL-DATE
002210     if WS-NEW-CAL-DATE = zeroes
002220         move WS-TODAY to WS-NEW-CAL-DATE
002230     end-if
002240     display "Enter offset in Celsius, signed (e.g. -0.35):"
002250     accept WS-OFFSET-ENTRY
002260     move WS-OFFSET-ENTRY to WS-NEW-OFFSET-C
002270     display "Enter technician:"
002280     accept WS-NEW-TECH
002290     display "Enter next due date YYYYMMDD (zero = one year on):"
002300     accept WS-NEW-DUE-DATE
002310     if WS-NEW-DUE-DATE = zeroes
002320         move WS-NEW-CAL-DATE to WS-NEW-DUE-DATE
002330         add 1 to WS-NEW-DUE-YYYY
002340         if WS-NEW-DUE-MMDD = 0229
002350             move 0228 to WS-NEW-DUE-MMDD
002360         end-if
002370     end-if
002380     move WS-NEW-CAL-DATE to DTV-RAW-DATE
002390     perform DTV-VALIDATE-DATE
002400     if DTV-DATE-INVALID or WS-NEW-CAL-DATE > WS-TODAY
002410         display "Calibration date " WS-NEW-CAL-DATE
002420             " is not a valid past date - nothing recorded"
002430         move "N" to WS-ENTRY-OK-SWITCH
002440     end-if
002450     move WS-NEW-DUE-DATE to DTV-RAW-DATE
002460     perform DTV-VALIDATE-DATE
002470     if DTV-DATE-INVALID or WS-NEW-DUE-DATE not > WS-NEW-CAL-DATE
002480         display "Next due date " WS-NEW-DUE-DATE
002490             " must be a valid date after the calibration "
002500             "- nothing recorded"
002510         move "N" to WS-ENTRY-OK-SWITCH
002520     end-if
002530     if WS-NEW-TECH = spaces
002540         display "Technician is required - nothing recorded"
002550         move "N" to WS-ENTRY-OK-SWITCH
002560     end-if.

002570* a recalibration replaces the sensor's record -- the one
002580* before it lives on in the audit file.
002590 STORE-CALIBRATION.
002600     if CALIBRATION-FOUND
002610         move WS-CAL-DATE (WS-CAL-SUB) to CA-OLD-CAL-DATE
002620         move WS-CAL-OFFSET-C (WS-CAL-SUB) to CA-OLD-OFFSET-C
002630         move WS-CAL-DUE-DATE (WS-CAL-SUB) to CA-OLD-DUE-DATE
002640     else
002650         add 1 to WS-CAL-COUNT
002660         move WS-CAL-COUNT to WS-CAL-SUB
002670         move WS-NEW-ID to WS-CAL-SENSOR (WS-CAL-SUB)
002680         move zeroes to CA-OLD-CAL-DATE
002690         move zeroes to CA-OLD-OFFSET-C
002700         move zeroes to CA-OLD-DUE-DATE
002710     end-if
002720     move WS-NEW-CAL-DATE to WS-CAL-DATE (WS-CAL-SUB)
002730     move WS-NEW-OFFSET-C to WS-CAL-OFFSET-C (WS-CAL-SUB)
002740     move WS-NEW-TECH to WS-CAL-TECH (WS-CAL-SUB)
002750     move WS-NEW-DUE-DATE to WS-CAL-DUE-DATE (WS-CAL-SUB)
002760     perform WRITE-CALIBRATION-FILE
002770     move "CAL" to CA-ACTION
002780     perform WRITE-CALIBRATION-AUDIT
002790     display "Sensor " WS-NEW-ID " calibration recorded - offset "
002800         WS-OFFSET-ENTRY " C, next due " WS-NEW-DUE-DATE.

002810 DELETE-CALIBRATION.
002820     display "Enter sensor ID to delete:"
002830     accept WS-NEW-ID
002840     perform FIND-CALIBRATION
002850     if CALIBRATION-NOT-FOUND
002860         display "Sensor " WS-NEW-ID " has no calibration on file"
002870     else
002880         move WS-CAL-DATE (WS-CAL-SUB) to CA-OLD-CAL-DATE
002890         move WS-CAL-OFFSET-C (WS-CAL-SUB) to CA-OLD-OFFSET-C
002900         move WS-CAL-DUE-DATE (WS-CAL-SUB) to CA-OLD-DUE-DATE
002910         move WS-CAL-TECH (WS-CAL-SUB) to WS-NEW-TECH
002920         move zeroes to WS-CAL-DATE (WS-CAL-SUB)
002930         move zeroes to WS-CAL-OFFSET-C (WS-CAL-SUB)
002940         move zeroes to WS-CAL-DUE-DATE (WS-CAL-SUB)
002950         move spaces to WS-CAL-SENSOR (WS-CAL-SUB)
002960         perform WRITE-CALIBRATION-FILE
002970         move "DEL" to CA-ACTION
002980         perform WRITE-CALIBRATION-AUDIT
002990         display "Sensor " WS-NEW-ID " calibration deleted - "
003000             "its readings go uncorrected"
003010     end-if.

003020 LIST-CALIBRATIONS.
003030     if WS-CAL-COUNT = 0
003040         display "No calibrations on file"
003050     else
003060         perform LIST-ONE-CALIBRATION
003070             varying WS-CAL-IDX from 1 by 1
003080             until WS-CAL-IDX > WS-CAL-COUNT
003090         display "Calibrations on file : " WS-CAL-COUNT
003100             " of " WS-CAL-MAX
003110     end-if.

003120 LIST-ONE-CALIBRATION.
003130     move WS-CAL-OFFSET-C (WS-CAL-IDX) to WS-OFFSET-ENTRY
003140     display WS-CAL-SENSOR (WS-CAL-IDX)
003150         "  calibrated " WS-CAL-DATE (WS-CAL-IDX)
003160         "  offset " WS-OFFSET-ENTRY
003170         "  by " WS-CAL-TECH (WS-CAL-IDX)
003180         "  due " WS-CAL-DUE-DATE (WS-CAL-IDX).

003190* the whole (small) file is rewritten from the table, so a
003200* change is complete or not there at all; a deleted entry is
003210* blanked in the table and left out here.
003220 WRITE-CALIBRATION-FILE.
003230     open output CALIBRATION-FILE
003240     perform WRITE-ONE-CALIBRATION
003250         varying WS-CAL-IDX from 1 by 1
003260         until WS-CAL-IDX > WS-CAL-COUNT
003270     close CALIBRATION-FILE.

003280 WRITE-ONE-CALIBRATION.
003290     if WS-CAL-SENSOR (WS-CAL-IDX) not = spaces
003300         move WS-CAL-SENSOR (WS-CAL-IDX) to CL-SENSOR-ID
003310         move WS-CAL-DATE (WS-CAL-IDX) to CL-CAL-DATE
003320         move WS-CAL-OFFSET-C (WS-CAL-IDX) to CL-OFFSET-C
003330         move WS-CAL-TECH (WS-CAL-IDX) to CL-TECHNICIAN
003340         move WS-CAL-DUE-DATE (WS-CAL-IDX) to CL-NEXT-DUE-DATE
003350         write SENSOR-CALIBRATION-RECORD
003360     end-if.

003370 WRITE-CALIBRATION-AUDIT.
003380     open extend CALIBRATION-AUDIT-FILE
003390     if not AUDIT-OK
003400         open output CALIBRATION-AUDIT-FILE
003410     end-if
003420     move WS-OPERATOR-ID to CA-OPERATOR
003430     move WS-NEW-ID to CA-SENSOR-ID
003440     move WS-CAL-DATE (WS-CAL-SUB) to CA-NEW-CAL-DATE
003450     move WS-CAL-OFFSET-C (WS-CAL-SUB) to CA-NEW-OFFSET-C
003460     move WS-CAL-DUE-DATE (WS-CAL-SUB) to CA-NEW-DUE-DATE
003470     move WS-NEW-TECH to CA-TECHNICIAN
003480     accept CA-DATE from DATE YYYYMMDD
003490     accept CA-TIME from TIME
003500     write CALIBRATION-AUDIT-RECORD
003510     close CALIBRATION-AUDIT-FILE.

003520*****************************************************************
003530* DTV-VALIDATE-DATE (from the shared DATEPRC copybook)
003540*****************************************************************
003550     copy DATEPRC.
