000265*                 the lock facility exists to refuse.  The run
000266*                 card's second line is the stale-lock
000267*                 override.
00267A* 2026-10-15  RSG The term control record comes from the shared
00267B*                 TERMCTL copybook.  The advance writes the new
00267C*                 term with an empty registration calendar, and
00267D*                 the close restarts the LATEFEE late-fee file
00267E*                 empty with the live detail.
000268***************************************************************

000271 ENVIRONMENT DIVISION.
000450     SELECT LOCK-ACTIVITY-LOG ASSIGN TO "LOCKLOG"
000451         ORGANIZATION IS SEQUENTIAL
000452         FILE STATUS IS WS-LOCKLOG-STATUS.
000454     SELECT LATE-FEE-FILE ASSIGN TO "LATEFEE"
000456         ORGANIZATION IS SEQUENTIAL
000458         FILE STATUS IS WS-LATEFEE-STATUS.

000459 DATA DIVISION.
000460 FILE SECTION.
000470 FD  TERM-CONTROL.
000480     COPY TERMCTL.

000500 FD  ENROLLMENT-DETAIL.
000510     COPY ENRLDETL.
000552 FD  COURSE-WAITLIST.
000554     COPY CRSWAIT.

000556 FD  LATE-FEE-FILE.
000558     COPY LATEFEE.

000560 FD  OPS-ERROR-LOG.
000570     COPY OPSERR.

000670     88 COURSE-OK               VALUE "00".
000672 01  WS-WAITLIST-STATUS         PIC X(02).
000674     88 WAITLIST-OK             VALUE "00".
000676 01  WS-LATEFEE-STATUS          PIC X(02).
000678     88 LATEFEE-OK              VALUE "00".
000680 01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
000690     88 FILE-EOF                VALUE "Y".
000700 01  WS-ENDING-TERM             PIC X(05).
000920         MOVE 8 TO RETURN-CODE
000930     ELSE
000940         PERFORM 3000-RESTART-DETAIL-FILE
000942         PERFORM 3200-RESTART-LATE-FEES
000944         PERFORM 3500-CANCEL-WAITLIST
000950         PERFORM 4000-ROLL-CATALOG-FORWARD
000960         PERFORM 5000-ADVANCE-TERM-CONTROL

002230***************************************************************
002240* 5000-ADVANCE-TERM-CONTROL
002242* The new term starts with no registration calendar -- the
002244* office sets its dates and late fee through termCal before
002246* registration opens, and a zero date enforces nothing.
002250***************************************************************
002260 5000-ADVANCE-TERM-CONTROL.
002270     OPEN OUTPUT TERM-CONTROL
002272     MOVE SPACES TO TERM-CONTROL-RECORD
002274     MOVE ZEROES TO TC-CALENDAR
002280     MOVE WS-NEW-TERM TO TC-CURRENT-TERM
002290     WRITE TERM-CONTROL-RECORD
002300     MOVE WS-TERMCTL-STATUS TO IOC-STATUS
002430* ZL lock routines (from the shared LOCKPRC copybook)
002440***************************************************************
002450     COPY LOCKPRC.

002460***************************************************************
002470* 3200-RESTART-LATE-FEES
002480* Late registration fees belong to the term that charged them
002490* and were billed with its detail -- the file starts the new
002500* term empty so tuitionBill never bills one twice.
002510***************************************************************
002520 3200-RESTART-LATE-FEES.
002530     OPEN OUTPUT LATE-FEE-FILE
002540     CLOSE LATE-FEE-FILE
002550     DISPLAY "Late registration fees restarted empty".
