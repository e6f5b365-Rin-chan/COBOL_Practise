000210*                   references takes an explicit confirm, so
000220*                   one mis-key stops repricing a whole day's
000230*                   estimates unnoticed.
000232* 2026-10-15   drl  each rate carries the length unit it is
000234*                   quoted per square of (blank is inches), and
000236*                   the TRITRAN layout takes the sides unit.
000240*****************************************************************

000250 environment division.
000410     05 RT-RATE-CODE          PIC X(04).
000420     05 RT-DESCRIPTION        PIC X(20).
000430     05 RT-COST-PER-UNIT      PIC 9(04)V9(02).
000435     05 RT-AREA-UNIT          PIC X(04).

000440 fd  RATE-AUDIT-FILE.
000450 01  RATE-AUDIT-RECORD.
000560     05 TR-SHAPE-DATA         PIC X(09).
000570     05 TR-JOB-ID             PIC X(06).
000580     05 TR-RATE-CODE          PIC X(04).
000585     05 FILLER                PIC X(03).

000590 working-storage section.
000600 01 WS-RATE-STATUS            PIC X(02).
000800         10 WS-RTE-CODE       PIC X(04).
000810         10 WS-RTE-DESC       PIC X(20).
000820         10 WS-RTE-COST       PIC 9(04)V9(02).
000825         10 WS-RTE-UNIT       PIC X(04).
000830 01 WS-RATE-SUB               PIC 9(02) VALUE ZEROES.
000840 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000850     88 RATE-FOUND            VALUE "Y".
000890 01 WS-NEW-CODE               PIC X(04).
000900 01 WS-NEW-DESC               PIC X(20).
000910 01 WS-NEW-COST               PIC 9(04)V9(02).
000915 01 WS-NEW-UNIT               PIC X(04).
000920 01 WS-CONFIRM                PIC X(01).
000930     88 ENTRY-CONFIRMED       VALUE "Y" "y".

001330         move RT-RATE-CODE to WS-RTE-CODE (WS-RATE-SUB)
001340         move RT-DESCRIPTION to WS-RTE-DESC (WS-RATE-SUB)
001350         move RT-COST-PER-UNIT to WS-RTE-COST (WS-RATE-SUB)
001355         move RT-AREA-UNIT to WS-RTE-UNIT (WS-RATE-SUB)
001360     end-if
001370     perform READ-RATE-RECORD.

001550     accept WS-NEW-DESC
001560     display "Enter cost per unit area (e.g. 0012.50):"
001570     accept WS-NEW-COST
001571     display "Enter length unit the rate is per square of"
001572         " (blank = I):"
001573     accept WS-NEW-UNIT
001574     if WS-NEW-UNIT = spaces
001575         move "I" to WS-NEW-UNIT
001576     end-if
001580     perform FIND-RATE-CODE
001590     evaluate true
001600         when WS-NEW-CODE = spaces
001730             move WS-NEW-CODE to WS-RTE-CODE (WS-RATE-SUB)
001740             move WS-NEW-DESC to WS-RTE-DESC (WS-RATE-SUB)
001750             move WS-NEW-COST to WS-RTE-COST (WS-RATE-SUB)
001755             move WS-NEW-UNIT to WS-RTE-UNIT (WS-RATE-SUB)
001760             perform WRITE-RATE-FILE
001770             move zeroes to RA-OLD-COST
001780             move "ADD" to RA-ACTION
001900     else
001910         display "Description : " WS-RTE-DESC (WS-RATE-SUB)
001920         display "Cost/unit   : " WS-RTE-COST (WS-RATE-SUB)
001925         display "Area unit   : " WS-RTE-UNIT (WS-RATE-SUB)
001930         perform CHECK-RATE-REFERENCED
001940         if RATE-REFERENCED
001950             display "*** RATE " WS-NEW-CODE " IS REFERENCED "
002120             accept WS-NEW-COST
002130             if WS-NEW-COST not = zeroes
002140                 move WS-NEW-COST to WS-RTE-COST (WS-RATE-SUB)
002141             end-if
002142             display "Enter new length unit (blank to keep):"
002143             accept WS-NEW-UNIT
002144             if WS-NEW-UNIT not = spaces
002145                 move WS-NEW-UNIT to WS-RTE-UNIT (WS-RATE-SUB)
002150             end-if
002160             perform WRITE-RATE-FILE
002170             move "CHG" to RA-ACTION
002520 LIST-ONE-RATE.
002530     display WS-RTE-CODE (WS-RATE-IDX) "  "
002540         WS-RTE-DESC (WS-RATE-IDX)
002550         "  COST=" WS-RTE-COST (WS-RATE-IDX)
002555         "  PER SQ " WS-RTE-UNIT (WS-RATE-IDX).

002560* the whole (small) file is rewritten from the table, so a
002570* change is complete or not there at all.
002650     move WS-RTE-CODE (WS-RATE-IDX) to RT-RATE-CODE
002660     move WS-RTE-DESC (WS-RATE-IDX) to RT-DESCRIPTION
002670     move WS-RTE-COST (WS-RATE-IDX) to RT-COST-PER-UNIT
002675     move WS-RTE-UNIT (WS-RATE-IDX) to RT-AREA-UNIT
002680     write RATE-RECORD.

002690 WRITE-RATE-AUDIT.
