000230*                   compressor about to fail at the top.
000231* 2026-09-02   pig  the SENMAST record now comes from the
000232*                   shared SENMAST copybook.
000233* 2026-10-15   pig  each drift alarm now also posts an open
000234*                   alarm to the CTOFALM alarm file through the
000235*                   shared TALRMPRC routine, alongside the cTof
000236*                   limit and silent-sensor alarms, so it waits
000237*                   for an acknowledgment instead of reprinting.
000238* 2026-10-15   pig  the CTOFHIST record now comes from the
000239*                   shared CTOFHIST copybook.
000240*****************************************************************

000250 environment division.
000350     select SORTED-HISTORY-FILE assign to "TRNDSRT"
000360         organization is sequential
000370         file status is WS-SORT-STATUS.
000371     select TEMP-ALARM-FILE assign to "CTOFALM"
000372         organization is indexed
000373         access mode is dynamic
000374         record key is AL-ALARM-ID
000375         file status is WS-ALARM-STATUS.
000376     select OPS-ERROR-LOG assign to "OPSLOG"
000377         organization is sequential
000378         file status is WS-OPSLOG-STATUS.

000380 data division.
000390 file section.
000400 fd  CONVERSION-HISTORY.
000410     copy CTOFHIST.

000580 fd  SENSOR-MASTER-FILE.
000590     copy SENMAST.
000760     05 SH-DATE               PIC X(08).
000770     05 SH-FAHRENHEIT         PIC S9(03)V9(02).

000772 fd  TEMP-ALARM-FILE.
000774     copy CTOFALM.

000776 fd  OPS-ERROR-LOG.
000778     copy OPSERR.

000780 working-storage section.
000790 01 WS-HIST-STATUS            PIC X(02).
000800     88 HIST-OK               VALUE "00".
001280 01 WS-ALM-DROP-COUNT         PIC 9(04) VALUE ZEROES.
001290 01 WS-CHANGE-DISPLAY         PIC -ZZZ9.99.
001300 01 WS-READINGS-USED          PIC 9(07) VALUE ZEROES.
001303 copy IOCHKWS.
001306 copy TALRMWS.

001310 procedure division.
001320 PRG-BEGIN.
001325     move "CTOFTREND" to IOC-PROGRAM
001330     perform LOAD-SENSOR-MASTER
001335     perform ZT-OPEN-ALARMS
001340     sort SORT-WORK-FILE
001350         on ascending key SW-SENSOR-ID
001360         on ascending key SW-DATE
001450     end-if
001460     perform SORT-ALARMS-BY-SEVERITY
001470     perform PRINT-DRIFT-REPORT
001472     perform ZT-CLOSE-ALARMS
001474     display "New alarms posted : " TAL-RAISED-COUNT
001476         "  repeats on open alarms : " TAL-REPEAT-COUNT
001480     close SORTED-HISTORY-FILE
001490     stop run.

002520     end-if.

002530 NOTE-DRIFT-ALARM.
002531     move WS-CURRENT-SENSOR to TAL-SENSOR-ID
002532     move WS-SENSOR-LOCATION to TAL-LOCATION
002533     move "R" to TAL-ALARM-TYPE
002534     move WS-CURRENT-DATE to TAL-READING-DATE
002535     move WS-CHANGE to TAL-READING
002536     move WS-TOLERANCE to TAL-LIMIT
002537     perform ZT-RAISE-ALARM
002540     if WS-ALARM-COUNT < WS-ALARM-MAX
002550         add 1 to WS-ALARM-COUNT
002560         move WS-CURRENT-SENSOR to
003190         WS-ALM-DATE (WS-ALM-SUB)
003200         "  change " WS-CHANGE-DISPLAY
003210         " F  tolerance " WS-ALM-TOLERANCE (WS-ALM-SUB).

003220*****************************************************************
003230* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
003240*****************************************************************
003250     copy IOCHKPRC.

003260*****************************************************************
003270* ZT-OPEN-ALARMS / ZT-RAISE-ALARM / ZT-CLOSE-ALARMS (from the
003280* shared TALRMPRC copybook)
003290*****************************************************************
003300     copy TALRMPRC.
