000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. discInq.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-14  RSG Original -- records-disclosure inquiry over
000140*                 DISCLOG for compliance reviews.  Selects
000150*                 entries by student ID, date range, program
000160*                 and/or operator (any selector left blank or
000170*                 zero matches everything) and lists who saw
000180*                 which student's records, when, by what means
000190*                 and for what stated purpose, with totals by
000200*                 medium and a count of masked disclosures.
000210***************************************************************

000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT DISCLOSURE-LOG ASSIGN TO "DISCLOG"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS WS-DISCLOG-STATUS.

000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  DISCLOSURE-LOG.
000310     COPY DISCLOG.

000320 WORKING-STORAGE SECTION.
000330 01  WS-DISCLOG-STATUS          PIC X(02).
000340     88 DISCLOG-OK              VALUE "00".
000350 01  WS-DISCLOG-EOF-SWITCH      PIC X(01) VALUE "N".
000360     88 DISCLOG-EOF             VALUE "Y".
000370 01  WS-SELECT-ID               PIC 9(06) VALUE ZEROES.
000380 01  WS-FROM-DATE               PIC X(08).
000390 01  WS-FROM-DATE-N REDEFINES WS-FROM-DATE
000400                                PIC 9(08).
000410 01  WS-TO-DATE                 PIC X(08).
000420 01  WS-TO-DATE-N REDEFINES WS-TO-DATE
000430                                PIC 9(08).
000440 01  WS-SELECT-PROGRAM          PIC X(10).
000450 01  WS-SELECT-OPERATOR         PIC X(08).
000460 01  WS-ENTRIES-READ            PIC 9(06) VALUE ZEROES.
000470 01  WS-ENTRIES-SELECTED        PIC 9(06) VALUE ZEROES.
000480 01  WS-DISPLAYED-COUNT         PIC 9(06) VALUE ZEROES.
000490 01  WS-PRINTED-COUNT           PIC 9(06) VALUE ZEROES.
000500 01  WS-EXTRACTED-COUNT         PIC 9(06) VALUE ZEROES.
000510 01  WS-MASKED-COUNT            PIC 9(06) VALUE ZEROES.
000520 01  WS-MEDIUM-TEXT             PIC X(09).
000530 01  WS-MATCH-SWITCH            PIC X(01) VALUE "Y".
000540     88 ENTRY-MATCHES           VALUE "Y".
000550     88 ENTRY-SKIPPED           VALUE "N".

000560 PROCEDURE DIVISION.

000570***************************************************************
000580* 0000-MAINLINE
000590***************************************************************
000600 0000-MAINLINE.
000610     PERFORM 1000-GET-SELECTORS
000620     OPEN INPUT DISCLOSURE-LOG
000630     IF NOT DISCLOG-OK
000640         DISPLAY "No disclosure log on file"
000650     ELSE
000660         PERFORM 2000-READ-DISCLOSURE
000670         PERFORM 3000-SELECT-DISCLOSURE UNTIL DISCLOG-EOF
000680         CLOSE DISCLOSURE-LOG
000690     END-IF
000700     DISPLAY "-----------------------------------"
000710     DISPLAY "Entries read       : " WS-ENTRIES-READ
000720     DISPLAY "Entries selected   : " WS-ENTRIES-SELECTED
000730     DISPLAY "  Displayed        : " WS-DISPLAYED-COUNT
000740     DISPLAY "  Printed          : " WS-PRINTED-COUNT
000750     DISPLAY "  Extracted        : " WS-EXTRACTED-COUNT
000760     DISPLAY "  Sent masked      : " WS-MASKED-COUNT
000770     GOBACK.

000780***************************************************************
000790* 1000-GET-SELECTORS
000800* Blank selectors match everything, so one inquiry serves
000810* "everyone who saw this student" and "everything this
000820* operator looked at last month" alike.
000830***************************************************************
000840 1000-GET-SELECTORS.
000850     DISPLAY "Student ID (zero for all):"
000860     ACCEPT WS-SELECT-ID
000870     DISPLAY "From date YYYYMMDD (blank for all):"
000880     ACCEPT WS-FROM-DATE
000890     DISPLAY "To date YYYYMMDD (blank for all):"
000900     ACCEPT WS-TO-DATE
000910     DISPLAY "Program, e.g. TRANSCRIPT (blank for all):"
000920     ACCEPT WS-SELECT-PROGRAM
000930     DISPLAY "Operator ID (blank for all):"
000940     ACCEPT WS-SELECT-OPERATOR
000950     INSPECT WS-SELECT-PROGRAM CONVERTING
000960         "abcdefghijklmnopqrstuvwxyz" TO
000970         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

000980***************************************************************
000990* 2000-READ-DISCLOSURE
001000***************************************************************
001010 2000-READ-DISCLOSURE.
001020     READ DISCLOSURE-LOG
001030         AT END SET DISCLOG-EOF TO TRUE
001040     END-READ.

001050***************************************************************
001060* 3000-SELECT-DISCLOSURE
001070***************************************************************
001080 3000-SELECT-DISCLOSURE.
001090     ADD 1 TO WS-ENTRIES-READ
001100     PERFORM 3100-TEST-SELECTORS
001110     IF ENTRY-MATCHES
001120         ADD 1 TO WS-ENTRIES-SELECTED
001130         EVALUATE TRUE
001140             WHEN DL-DISPLAYED
001150                 MOVE "DISPLAYED" TO WS-MEDIUM-TEXT
001160                 ADD 1 TO WS-DISPLAYED-COUNT
001170             WHEN DL-PRINTED
001180                 MOVE "PRINTED" TO WS-MEDIUM-TEXT
001190                 ADD 1 TO WS-PRINTED-COUNT
001200             WHEN DL-EXTRACTED
001210                 MOVE "EXTRACTED" TO WS-MEDIUM-TEXT
001220                 ADD 1 TO WS-EXTRACTED-COUNT
001230             WHEN OTHER
001240                 MOVE DL-MEDIUM TO WS-MEDIUM-TEXT
001250         END-EVALUATE
001260         DISPLAY DL-DATE " " DL-TIME " " DL-STUDENT-ID " "
001270             DL-STUDENT-NAME
001280         DISPLAY "    " WS-MEDIUM-TEXT " by " DL-OPERATOR
001290             " via " DL-PROGRAM " for " DL-PURPOSE
001300         IF DL-MASKED
001310             ADD 1 TO WS-MASKED-COUNT
001320             DISPLAY "    (directory information withheld - "
001330                 "sent masked)"
001340         END-IF
001350     END-IF
001360     PERFORM 2000-READ-DISCLOSURE.

001370***************************************************************
001380* 3100-TEST-SELECTORS
001390***************************************************************
001400 3100-TEST-SELECTORS.
001410     SET ENTRY-MATCHES TO TRUE
001420     IF WS-SELECT-ID NOT = ZEROES
001430         AND DL-STUDENT-ID NOT = WS-SELECT-ID
001440         SET ENTRY-SKIPPED TO TRUE
001450     END-IF
001460     IF WS-FROM-DATE NOT = SPACES
001470         AND DL-DATE < WS-FROM-DATE-N
001480         SET ENTRY-SKIPPED TO TRUE
001490     END-IF
001500     IF WS-TO-DATE NOT = SPACES
001510         AND DL-DATE > WS-TO-DATE-N
001520         SET ENTRY-SKIPPED TO TRUE
001530     END-IF
001540     IF WS-SELECT-PROGRAM NOT = SPACES
001550         AND DL-PROGRAM NOT = WS-SELECT-PROGRAM
001560         SET ENTRY-SKIPPED TO TRUE
001570     END-IF
001580     IF WS-SELECT-OPERATOR NOT = SPACES
001590         AND DL-OPERATOR NOT = WS-SELECT-OPERATOR
001600         SET ENTRY-SKIPPED TO TRUE
001610     END-IF.
