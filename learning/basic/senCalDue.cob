000010 identification division.
000020 program-id. senCalDue.
000030 author. PLANT-INSTRUMENTATION.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   pig  original -- calibration-due report over the
000130*                   SENCAL calibration file.  Every ACTIVE sensor
000140*                   on SENMAST whose next calibration is past
000150*                   due, due within the next 30 days, or that
000160*                   has never been calibrated lists with its
000170*                   location, last calibration and days to due
000180*                   (negative when overdue), aged through the
000190*                   shared date-serial copybooks.  Return code
000200*                   4 when anything is overdue.
000210*****************************************************************

000220 environment division.
000230 input-output section.
000240 file-control.
000250     select CALIBRATION-FILE assign to "SENCAL"
000260         organization is sequential
000270         file status is WS-SENCAL-STATUS.
000280     select SENSOR-MASTER-FILE assign to "SENMAST"
000290         organization is sequential
000300         file status is WS-SENMAST-STATUS.

000310 data division.
000320 file section.
000330 fd  CALIBRATION-FILE.
000340     copy SENCAL.

000350 fd  SENSOR-MASTER-FILE.
000360     copy SENMAST.

000370 working-storage section.
000380 01 WS-SENCAL-STATUS          PIC X(02).
000390     88 SENCAL-OK             VALUE "00".
000400 01 WS-SENMAST-STATUS         PIC X(02).
000410     88 SENMAST-OK            VALUE "00".
000420 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000430     88 FILE-EOF              VALUE "Y".
000440 01 WS-DUE-WINDOW-DAYS        PIC 9(03) VALUE 30.
000450 01 WS-RUN-DATE               PIC 9(08) VALUE ZEROES.
000460 01 WS-TODAY-SERIAL           PIC 9(07) VALUE ZEROES.
000470 01 WS-DAYS-TO-DUE            PIC S9(05) VALUE ZEROES.
000480 01 WS-DAYS-DISPLAY           PIC ----9.
000490 01 WS-OFFSET-DISPLAY         PIC -99.99.
000500 01 WS-CAL-MAX                PIC 9(02) VALUE 20.
000510 01 WS-CAL-COUNT              PIC 9(02) VALUE ZEROES.
000520 01 WS-CAL-TABLE.
000530     05 WS-CAL-ENTRY          OCCURS 20 TIMES
000540                              INDEXED BY WS-CAL-IDX.
000550         10 WS-CAL-SENSOR     PIC X(04).
000560         10 WS-CAL-DATE       PIC 9(08).
000570         10 WS-CAL-OFFSET-C   PIC S9(02)V9(02).
000580         10 WS-CAL-TECH       PIC X(20).
000590         10 WS-CAL-DUE-DATE   PIC 9(08).
000600 01 WS-CAL-SUB                PIC 9(02) VALUE ZEROES.
000610 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000620     88 CALIBRATION-FOUND     VALUE "Y".
000630 01 WS-SENSOR-COUNT           PIC 9(04) VALUE ZEROES.
000640 01 WS-OVERDUE-COUNT          PIC 9(04) VALUE ZEROES.
000650 01 WS-DUE-SOON-COUNT         PIC 9(04) VALUE ZEROES.
000660 01 WS-NEVER-COUNT            PIC 9(04) VALUE ZEROES.
000670     COPY DSERVAL.

000680 procedure division.
000690*    (DSR-CONVERT-DATE comes from the shared DSERPRC copybook
000700*    at the end of this program.)
000710 PRG-BEGIN.
000720     accept WS-RUN-DATE from DATE YYYYMMDD
000730     move WS-RUN-DATE to DSR-DATE
000740     perform DSR-CONVERT-DATE
000750     move DSR-SERIAL-DAYS to WS-TODAY-SERIAL
000760     perform LOAD-CALIBRATION-TABLE
000770     display "Calibration due - sensors overdue or due within "
000780         WS-DUE-WINDOW-DAYS " days, as of " WS-RUN-DATE
000790     display "==================================="
000800     move "N" to WS-EOF-SWITCH
000810     open input SENSOR-MASTER-FILE
000820     if not SENMAST-OK
000830         display "No sensor master on file"
000840         stop run
000850     end-if
000860     perform READ-SENSOR-MASTER
000870     perform CHECK-ONE-SENSOR until FILE-EOF
000880     close SENSOR-MASTER-FILE
000890     display "-----------------------------------"
000900     display "Active sensors      : " WS-SENSOR-COUNT
000910     display "Never calibrated    : " WS-NEVER-COUNT
000920     display "Overdue             : " WS-OVERDUE-COUNT
000930     display "Due within window   : " WS-DUE-SOON-COUNT
000940     if WS-OVERDUE-COUNT > 0 or WS-NEVER-COUNT > 0
000950         move 4 to RETURN-CODE
000960     end-if
000970     stop run.

000980 LOAD-CALIBRATION-TABLE.
000990     move zeroes to WS-CAL-COUNT
001000     move "N" to WS-EOF-SWITCH
001010     open input CALIBRATION-FILE
001020     if SENCAL-OK
001030         perform READ-CALIBRATION
001040         perform ADD-TABLE-ENTRY until FILE-EOF
001050         close CALIBRATION-FILE
001060     end-if.

001070 READ-CALIBRATION.
001080     read CALIBRATION-FILE
001090         at end set FILE-EOF to true
001100     end-read.

001110 ADD-TABLE-ENTRY.
001120     if WS-CAL-COUNT < WS-CAL-MAX
001130         add 1 to WS-CAL-COUNT
001140         move WS-CAL-COUNT to WS-CAL-SUB
001150         move CL-SENSOR-ID to WS-CAL-SENSOR (WS-CAL-SUB)
001160         move CL-CAL-DATE to WS-CAL-DATE (WS-CAL-SUB)
001170         move CL-OFFSET-C to WS-CAL-OFFSET-C (WS-CAL-SUB)
001180         move CL-TECHNICIAN to WS-CAL-TECH (WS-CAL-SUB)
001190         move CL-NEXT-DUE-DATE to WS-CAL-DUE-DATE (WS-CAL-SUB)
001200     end-if
001210     perform READ-CALIBRATION.

001220 READ-SENSOR-MASTER.
001230     read SENSOR-MASTER-FILE
001240         at end set FILE-EOF to true
001250     end-read.

001260* a retired sensor needs no calibration; an active one with
001270* no SENCAL record has never had one and lists first thing.
001280 CHECK-ONE-SENSOR.
001290     if SN-ACTIVE
001300         add 1 to WS-SENSOR-COUNT
001310         perform FIND-CALIBRATION
001320         if not CALIBRATION-FOUND
001330             add 1 to WS-NEVER-COUNT
001340             display SN-SENSOR-ID "  " SN-LOCATION
001350                 "  *** NEVER CALIBRATED ***"
001360         else
001370             perform CHECK-DUE-DATE
001380         end-if
001390     end-if
001400     perform READ-SENSOR-MASTER.

001410 FIND-CALIBRATION.
001420     move "N" to WS-FOUND-SWITCH
001430     if WS-CAL-COUNT > 0
001440         perform TEST-TABLE-ENTRY
001450             varying WS-CAL-IDX from 1 by 1
001460             until WS-CAL-IDX > WS-CAL-COUNT
001470                 or CALIBRATION-FOUND
001480     end-if.

001490 TEST-TABLE-ENTRY.
001500     if WS-CAL-SENSOR (WS-CAL-IDX) = SN-SENSOR-ID
001510         set CALIBRATION-FOUND to true
001520         set WS-CAL-SUB to WS-CAL-IDX
001530     end-if.

001540 CHECK-DUE-DATE.
001550     move WS-CAL-DUE-DATE (WS-CAL-SUB) to DSR-DATE
001560     perform DSR-CONVERT-DATE
001570     compute WS-DAYS-TO-DUE = DSR-SERIAL-DAYS - WS-TODAY-SERIAL
001580     if WS-DAYS-TO-DUE not > WS-DUE-WINDOW-DAYS
001590         move WS-DAYS-TO-DUE to WS-DAYS-DISPLAY
001600         move WS-CAL-OFFSET-C (WS-CAL-SUB) to WS-OFFSET-DISPLAY
001610         if WS-DAYS-TO-DUE < 0
001620             add 1 to WS-OVERDUE-COUNT
001630             display SN-SENSOR-ID "  " SN-LOCATION
001640                 "  last " WS-CAL-DATE (WS-CAL-SUB)
001650                 " by " WS-CAL-TECH (WS-CAL-SUB)
001660                 "  offset " WS-OFFSET-DISPLAY
001670                 "  due " WS-CAL-DUE-DATE (WS-CAL-SUB)
001680                 "  days " WS-DAYS-DISPLAY "  *** OVERDUE ***"
001690         else
001700             add 1 to WS-DUE-SOON-COUNT
001710             display SN-SENSOR-ID "  " SN-LOCATION
001720                 "  last " WS-CAL-DATE (WS-CAL-SUB)
001730                 " by " WS-CAL-TECH (WS-CAL-SUB)
001740                 "  offset " WS-OFFSET-DISPLAY
001750                 "  due " WS-CAL-DUE-DATE (WS-CAL-SUB)
001760                 "  days " WS-DAYS-DISPLAY
001770         end-if
001780     end-if.

001790*****************************************************************
001800* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
001810*****************************************************************
001820     copy DSERPRC.
