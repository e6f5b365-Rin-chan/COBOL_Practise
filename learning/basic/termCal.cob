000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. termCal.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-15  RSG Original -- office dialog for the current
000140*                 term's registration calendar on the TERMCTL
000150*                 term control: the date registration opens, the
000160*                 add, drop and withdrawal deadlines, and the
000170*                 late registration fee acceptValues charges on
000180*                 an authorized late add.  Shows the calendar on
000190*                 file, takes the new one, refuses a bad date or
000200*                 deadlines out of order, and rewrites the
000210*                 record with the term left as it was.  Setting
000220*                 the calendar needs an operator of level 2.
000230***************************************************************

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-TERMCTL-STATUS.
000300     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-OPER-STATUS.
000330     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-OPSLOG-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  TERM-CONTROL.
000390     COPY TERMCTL.

000400 FD  OPERATOR-MASTER.
000410     COPY OPERMAST.

000420 FD  OPS-ERROR-LOG.
000430     COPY OPSERR.

000440 WORKING-STORAGE SECTION.
000450     COPY OPERWS.
000460     COPY IOCHKWS.
000470     COPY DATEVAL.
000480 01  WS-TERMCTL-STATUS          PIC X(02).
000490     88 TERMCTL-OK              VALUE "00".
000500 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
000510 01  WS-OLD-CALENDAR.
000520     05 WS-OLD-REG-OPEN         PIC 9(08) VALUE ZEROES.
000530     05 WS-OLD-ADD-DEADLINE     PIC 9(08) VALUE ZEROES.
000540     05 WS-OLD-DROP-DEADLINE    PIC 9(08) VALUE ZEROES.
000550     05 WS-OLD-WDR-DEADLINE     PIC 9(08) VALUE ZEROES.
000560     05 WS-OLD-LATE-FEE         PIC 9(05)V9(02) VALUE ZEROES.
000570 01  WS-NEW-CALENDAR.
000580     05 WS-NEW-REG-OPEN         PIC 9(08) VALUE ZEROES.
000590     05 WS-NEW-ADD-DEADLINE     PIC 9(08) VALUE ZEROES.
000600     05 WS-NEW-DROP-DEADLINE    PIC 9(08) VALUE ZEROES.
000610     05 WS-NEW-WDR-DEADLINE     PIC 9(08) VALUE ZEROES.
000620     05 WS-NEW-LATE-FEE         PIC 9(05)V9(02) VALUE ZEROES.
000630 01  WS-DATE-ENTRY              PIC X(08).
000640 01  WS-DATE-ENTRY-N REDEFINES WS-DATE-ENTRY
000650                                PIC 9(08).
000660 01  WS-DATE-LABEL              PIC X(20).
000670 01  WS-EDIT-DATE               PIC 9(08) VALUE ZEROES.
000680 01  WS-LAST-DATE               PIC 9(08) VALUE ZEROES.
000690 01  WS-CALENDAR-SWITCH         PIC X(01) VALUE "Y".
000700     88 CALENDAR-VALID          VALUE "Y".
000710     88 CALENDAR-INVALID        VALUE "N".
000720 01  WS-CONFIRM                 PIC X(01).
000730     88 CHANGE-CONFIRMED        VALUE "Y" "y".

000740 PROCEDURE DIVISION.

000750***************************************************************
000760* 0000-MAINLINE
000770***************************************************************
000780 0000-MAINLINE.
000790     MOVE "TERMCAL" TO IOC-PROGRAM
000800     DISPLAY "Enter operator ID:"
000810     PERFORM ZY-OPERATOR-SIGNON
000820     PERFORM 1000-READ-TERM-CONTROL
000830     PERFORM 2000-SHOW-CALENDAR
000840     IF OPR-AUTH-LEVEL < 2
000850         DISPLAY "*** OPERATOR NOT AUTHORIZED TO SET THE TERM "
000860             "CALENDAR - shown only ***"
000870         GOBACK
000880     END-IF
000890     PERFORM 3000-GET-NEW-CALENDAR
000900     IF CALENDAR-INVALID
000910         DISPLAY "Calendar NOT changed"
000920         GOBACK
000930     END-IF
000940     DISPLAY "Write this calendar for term " WS-CURRENT-TERM
000950         " (Y/N):"
000960     ACCEPT WS-CONFIRM
000970     IF CHANGE-CONFIRMED
000980         PERFORM 4000-REWRITE-TERM-CONTROL
000990         DISPLAY "Calendar set for term " WS-CURRENT-TERM
001000     ELSE
001010         DISPLAY "Calendar NOT changed"
001020     END-IF
001030     GOBACK.

001040***************************************************************
001050* 1000-READ-TERM-CONTROL
001060* There is no calendar without a term -- termClose names the
001070* term, this dialog only dates it.
001080***************************************************************
001090 1000-READ-TERM-CONTROL.
001100     OPEN INPUT TERM-CONTROL
001110     IF NOT TERMCTL-OK
001120         DISPLAY "*** NO TERMCTL CONTROL RECORD - no term to set "
001130             "a calendar for ***"
001140         MOVE 8 TO RETURN-CODE
001150         STOP RUN
001160     END-IF
001170     READ TERM-CONTROL
001180         AT END
001190             MOVE SPACES TO WS-CURRENT-TERM
001200         NOT AT END
001210             MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
001220             IF TC-CALENDAR NUMERIC
001230                 MOVE TC-CALENDAR TO WS-OLD-CALENDAR
001240             END-IF
001250     END-READ
001260     CLOSE TERM-CONTROL
001270     IF WS-CURRENT-TERM = SPACES
001280         DISPLAY "*** TERMCTL CARRIES NO CURRENT TERM ***"
001290         MOVE 8 TO RETURN-CODE
001300         STOP RUN
001310     END-IF.

001320***************************************************************
001330* 2000-SHOW-CALENDAR
001340***************************************************************
001350 2000-SHOW-CALENDAR.
001360     DISPLAY "Current term        : " WS-CURRENT-TERM
001370     DISPLAY "Registration opens  : " WS-OLD-REG-OPEN
001380     DISPLAY "Add deadline        : " WS-OLD-ADD-DEADLINE
001390     DISPLAY "Drop deadline       : " WS-OLD-DROP-DEADLINE
001400     DISPLAY "Withdrawal deadline : " WS-OLD-WDR-DEADLINE
001410     DISPLAY "Late fee            : " WS-OLD-LATE-FEE
001420     DISPLAY "(a zero date is not set and is not enforced)".

001430***************************************************************
001440* 3000-GET-NEW-CALENDAR
001450* Each date is YYYYMMDD, or zeroes to leave that deadline
001460* unset.  The dates that are set must run in calendar order --
001470* registration opens, then the add, drop and withdrawal
001480* deadlines -- or nothing is written.
001490***************************************************************
001500 3000-GET-NEW-CALENDAR.
001510     SET CALENDAR-VALID TO TRUE
001520     MOVE ZEROES TO WS-LAST-DATE
001530     MOVE "Registration opens" TO WS-DATE-LABEL
001540     PERFORM 3100-GET-ONE-DATE
001550     MOVE WS-EDIT-DATE TO WS-NEW-REG-OPEN
001560     MOVE "Add deadline" TO WS-DATE-LABEL
001570     PERFORM 3100-GET-ONE-DATE
001580     MOVE WS-EDIT-DATE TO WS-NEW-ADD-DEADLINE
001590     MOVE "Drop deadline" TO WS-DATE-LABEL
001600     PERFORM 3100-GET-ONE-DATE
001610     MOVE WS-EDIT-DATE TO WS-NEW-DROP-DEADLINE
001620     MOVE "Withdrawal deadline" TO WS-DATE-LABEL
001630     PERFORM 3100-GET-ONE-DATE
001640     MOVE WS-EDIT-DATE TO WS-NEW-WDR-DEADLINE
001650     DISPLAY "Enter late registration fee (e.g. 00075.00):"
001660     ACCEPT WS-NEW-LATE-FEE.

001670***************************************************************
001680* 3100-GET-ONE-DATE
001690* Takes one calendar date into WS-EDIT-DATE.  Once the calendar
001700* is invalid the rest of the dates are still taken, so the
001710* operator sees every problem in one pass.
001720***************************************************************
001730 3100-GET-ONE-DATE.
001740     MOVE ZEROES TO WS-EDIT-DATE
001750     DISPLAY "Enter " WS-DATE-LABEL " YYYYMMDD (zeroes if none):"
001760     ACCEPT WS-DATE-ENTRY
001770     IF WS-DATE-ENTRY NOT NUMERIC
001780         DISPLAY "*** " WS-DATE-LABEL " '" WS-DATE-ENTRY
001790             "' is not a date ***"
001800         SET CALENDAR-INVALID TO TRUE
001810     ELSE
001820     IF WS-DATE-ENTRY-N NOT = ZEROES
001830         MOVE WS-DATE-ENTRY-N TO DTV-RAW-DATE
001840         PERFORM DTV-VALIDATE-DATE
001850         IF DTV-DATE-INVALID
001860             DISPLAY "*** " WS-DATE-LABEL " " WS-DATE-ENTRY
001870                 " is not a calendar date ***"
001880             SET CALENDAR-INVALID TO TRUE
001890         ELSE
001900         IF WS-DATE-ENTRY-N < WS-LAST-DATE
001910             DISPLAY "*** " WS-DATE-LABEL " " WS-DATE-ENTRY
001920                 " falls before " WS-LAST-DATE " ***"
001930             SET CALENDAR-INVALID TO TRUE
001940         ELSE
001950             MOVE WS-DATE-ENTRY-N TO WS-EDIT-DATE
001960             MOVE WS-DATE-ENTRY-N TO WS-LAST-DATE
001970         END-IF
001980         END-IF
001990     END-IF
002000     END-IF.

002010***************************************************************
002020* 4000-REWRITE-TERM-CONTROL
002030* The control is one record -- it is written whole, the term
002040* carried over exactly as it was read.
002050***************************************************************
002060 4000-REWRITE-TERM-CONTROL.
002070     OPEN OUTPUT TERM-CONTROL
002080     MOVE SPACES TO TERM-CONTROL-RECORD
002090     MOVE WS-CURRENT-TERM TO TC-CURRENT-TERM
002100     MOVE WS-NEW-REG-OPEN TO TC-REG-OPEN-DATE
002110     MOVE WS-NEW-ADD-DEADLINE TO TC-ADD-DEADLINE
002120     MOVE WS-NEW-DROP-DEADLINE TO TC-DROP-DEADLINE
002130     MOVE WS-NEW-WDR-DEADLINE TO TC-WITHDRAW-DEADLINE
002140     MOVE WS-NEW-LATE-FEE TO TC-LATE-FEE
002150     WRITE TERM-CONTROL-RECORD
002160     MOVE WS-TERMCTL-STATUS TO IOC-STATUS
002170     MOVE "TERMCTL" TO IOC-FILE-NAME
002180     PERFORM ZZ-CHECK-WRITE
002190     CLOSE TERM-CONTROL.

002200***************************************************************
002210* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
002220***************************************************************
002230     COPY OPERPRC.

002240***************************************************************
002250* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
002260***************************************************************
002270     COPY IOCHKPRC.

002280***************************************************************
002290* DTV-VALIDATE-DATE (from the shared DATEPRC copybook)
002300***************************************************************
002310     COPY DATEPRC.
