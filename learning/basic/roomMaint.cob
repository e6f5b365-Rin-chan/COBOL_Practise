000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. roomMaint.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-09-28.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-09-28  RSG Original -- maintenance dialog for the
000140*                 ROOMMAST room master, in the courseMaint
000150*                 style.  Adds a room, changes a room's
000160*                 building, seating or room type, or lists the
000170*                 master.  Adds and changes journal their
000180*                 images to MSTJRNL through the shared
000190*                 ZX-WRITE-JOURNAL, and the dialog holds the
000200*                 shared run lock on ROOMMAST while it runs.
000210***************************************************************

000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS RM-ROOM-ID
000290         FILE STATUS IS WS-ROOM-STATUS.
000300     SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-JRNL-STATUS.
000330     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCKS"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-LOCK-STATUS.
000360     SELECT LOCK-ACTIVITY-LOG ASSIGN TO "LOCKLOG"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-LOCKLOG-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ROOM-MASTER.
000420     COPY ROOMMAST.

000430 FD  MASTER-JOURNAL.
000440     COPY JRNLREC.

000450 FD  RUN-LOCK-FILE.
000460     COPY LOCKREC.

000470 FD  LOCK-ACTIVITY-LOG.
000480     COPY LOCKLOG.

000490 WORKING-STORAGE SECTION.
000500     COPY JRNLWS.
000510     COPY LOCKWS.
000520 01  WS-ROOM-STATUS             PIC X(02).
000530     88 ROOM-OK                 VALUE "00".
000540     88 ROOM-EOF                VALUE "10".
000550     88 ROOM-NOT-FOUND          VALUE "23".
000560 01  WS-RUN-MODE                PIC X(01).
000570     88 ADD-MODE                VALUE "A" "a".
000580     88 CHANGE-MODE             VALUE "C" "c".
000590     88 LIST-MODE               VALUE "L" "l".
000600 01  WS-ROOM-ID                 PIC X(06).
000610 01  WS-BUILDING                PIC X(20).
000620 01  WS-SEATING                 PIC 9(03).
000630 01  WS-ROOM-TYPE               PIC X(01).
000640     88 VALID-ROOM-TYPE         VALUE "L" "B" "S" "C".
000650 01  WS-LIST-COUNT              PIC 9(04) VALUE ZEROES.

000660 PROCEDURE DIVISION.

000670***************************************************************
000680* 0000-MAINLINE
000690***************************************************************
000700 0000-MAINLINE.
000710     MOVE "ROOMMAINT" TO JRN-PROGRAM
000720     MOVE "ROOMMAINT" TO LCK-PROGRAM
000730     DISPLAY "Take over a stale lock if found (Y/N):"
000740     ACCEPT LCK-OVERRIDE-FLAG
000750     MOVE "ROOMMAST" TO LCK-FILE-NAME
000760     PERFORM ZL-ACQUIRE-LOCK
000770     PERFORM 1000-INITIALIZE
000780     DISPLAY "Enter mode - A (add), C (change) or L (list):"
000790     ACCEPT WS-RUN-MODE
000800     EVALUATE TRUE
000810         WHEN ADD-MODE
000820             PERFORM 2000-ADD-ROOM
000830         WHEN CHANGE-MODE
000840             PERFORM 3000-CHANGE-ROOM
000850         WHEN LIST-MODE
000860             PERFORM 4000-LIST-ROOMS
000870         WHEN OTHER
000880             DISPLAY "Invalid mode - nothing done"
000890     END-EVALUATE
000900     CLOSE ROOM-MASTER
000910     MOVE "ROOMMAST" TO LCK-FILE-NAME
000920     PERFORM ZL-RELEASE-LOCK
000930     GOBACK.

000940***************************************************************
000950* 1000-INITIALIZE
000960* Opens the room master, creating it on first use the same
000970* way courseMaint creates the catalog.
000980***************************************************************
000990 1000-INITIALIZE.
001000     OPEN I-O ROOM-MASTER
001010     IF NOT ROOM-OK
001020         CLOSE ROOM-MASTER
001030         OPEN OUTPUT ROOM-MASTER
001040         CLOSE ROOM-MASTER
001050         OPEN I-O ROOM-MASTER
001060     END-IF.

001070***************************************************************
001080* 2000-ADD-ROOM
001090***************************************************************
001100 2000-ADD-ROOM.
001110     DISPLAY "Enter room ID:"
001120     ACCEPT WS-ROOM-ID
001130     DISPLAY "Enter building:"
001140     ACCEPT WS-BUILDING
001150     DISPLAY "Enter seating capacity:"
001160     ACCEPT WS-SEATING
001170     DISPLAY "Enter room type - L (lecture), B (lab), "
001180         "S (seminar) or C (computer lab):"
001190     ACCEPT WS-ROOM-TYPE
001200     IF WS-ROOM-ID = SPACES OR WS-SEATING = ZEROES
001210         OR NOT VALID-ROOM-TYPE
001220         DISPLAY "Room ID, seating and a valid room type are "
001230             "required - not added"
001240     ELSE
001250         MOVE WS-ROOM-ID TO RM-ROOM-ID
001260         MOVE WS-BUILDING TO RM-BUILDING
001270         MOVE WS-SEATING TO RM-SEATING
001280         MOVE WS-ROOM-TYPE TO RM-ROOM-TYPE
001290         WRITE ROOM-RECORD
001300             INVALID KEY
001310                 DISPLAY "Room " WS-ROOM-ID
001320                     " already on file - not added"
001330             NOT INVALID KEY
001340                 MOVE SPACES TO JRN-BEFORE-IMAGE
001350                 MOVE "ROOMMAST" TO JRN-FILE-NAME
001360                 MOVE "W" TO JRN-ACTION
001370                 MOVE ROOM-RECORD TO JRN-AFTER-IMAGE
001380                 PERFORM ZX-WRITE-JOURNAL
001390                 DISPLAY "Room " WS-ROOM-ID " added"
001400         END-WRITE
001410     END-IF.

001420***************************************************************
001430* 3000-CHANGE-ROOM
001440***************************************************************
001450 3000-CHANGE-ROOM.
001460     DISPLAY "Enter room ID to change:"
001470     ACCEPT WS-ROOM-ID
001480     MOVE WS-ROOM-ID TO RM-ROOM-ID
001490     READ ROOM-MASTER
001500         INVALID KEY
001510             DISPLAY "Room " WS-ROOM-ID " not on file"
001520         NOT INVALID KEY
001530             MOVE ROOM-RECORD TO JRN-BEFORE-IMAGE
001540             DISPLAY "Building : " RM-BUILDING
001550             DISPLAY "Seating  : " RM-SEATING
001560             DISPLAY "Type     : " RM-ROOM-TYPE
001570             DISPLAY "Enter new building (blank to keep):"
001580             ACCEPT WS-BUILDING
001590             IF WS-BUILDING NOT = SPACES
001600                 MOVE WS-BUILDING TO RM-BUILDING
001610             END-IF
001620             DISPLAY "Enter new seating (zero to keep):"
001630             ACCEPT WS-SEATING
001640             IF WS-SEATING NOT = ZEROES
001650                 MOVE WS-SEATING TO RM-SEATING
001660             END-IF
001670             DISPLAY "Enter new room type (blank to keep):"
001680             ACCEPT WS-ROOM-TYPE
001690             IF VALID-ROOM-TYPE
001700                 MOVE WS-ROOM-TYPE TO RM-ROOM-TYPE
001710             END-IF
001720             REWRITE ROOM-RECORD
001730             MOVE "ROOMMAST" TO JRN-FILE-NAME
001740             MOVE "R" TO JRN-ACTION
001750             MOVE ROOM-RECORD TO JRN-AFTER-IMAGE
001760             PERFORM ZX-WRITE-JOURNAL
001770             DISPLAY "Room " WS-ROOM-ID " updated"
001780     END-READ.

001790***************************************************************
001800* 4000-LIST-ROOMS
001810***************************************************************
001820 4000-LIST-ROOMS.
001830     MOVE ZEROES TO WS-LIST-COUNT
001840     MOVE SPACES TO RM-ROOM-ID
001850     START ROOM-MASTER
001860         KEY IS NOT LESS THAN RM-ROOM-ID
001870         INVALID KEY
001880             DISPLAY "No rooms on file"
001890         NOT INVALID KEY
001900             PERFORM 4100-LIST-NEXT-ROOM
001910                 UNTIL ROOM-EOF
001920             DISPLAY "Rooms listed : " WS-LIST-COUNT
001930     END-START.

001940***************************************************************
001950* 4100-LIST-NEXT-ROOM
001960***************************************************************
001970 4100-LIST-NEXT-ROOM.
001980     READ ROOM-MASTER NEXT RECORD
001990         AT END
002000             CONTINUE
002010         NOT AT END
002020             DISPLAY RM-ROOM-ID "  " RM-BUILDING
002030                 "  SEATS=" RM-SEATING
002040                 "  TYPE=" RM-ROOM-TYPE
002050             ADD 1 TO WS-LIST-COUNT
002060     END-READ.

002070***************************************************************
002080* ZX-WRITE-JOURNAL (from the shared JRNLPRC copybook)
002090***************************************************************
002100     COPY JRNLPRC.

002110***************************************************************
002120* ZL lock routines (from the shared LOCKPRC copybook)
002130***************************************************************
002140     COPY LOCKPRC.
