000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. instMaint.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-09-25.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-09-25  RSG Original -- maintenance dialog for the
000140*                 INSTMAST instructor master, in the courseMaint
000150*                 style.  Adds an instructor, changes an
000160*                 instructor's name, department or maximum
000170*                 teaching load, or lists the master.  Adds and
000180*                 changes journal their images to MSTJRNL
000190*                 through the shared ZX-WRITE-JOURNAL, and the
000200*                 dialog holds the shared run lock on INSTMAST
000210*                 while it runs.
000220***************************************************************

000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS IM-INSTRUCTOR-ID
000300         FILE STATUS IS WS-INSTR-STATUS.
000310     SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-JRNL-STATUS.
000340     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCKS"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-LOCK-STATUS.
000370     SELECT LOCK-ACTIVITY-LOG ASSIGN TO "LOCKLOG"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-LOCKLOG-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  INSTRUCTOR-MASTER.
000430     COPY INSTMAST.

000440 FD  MASTER-JOURNAL.
000450     COPY JRNLREC.

000460 FD  RUN-LOCK-FILE.
000470     COPY LOCKREC.

000480 FD  LOCK-ACTIVITY-LOG.
000490     COPY LOCKLOG.

000500 WORKING-STORAGE SECTION.
000510     COPY JRNLWS.
000520     COPY LOCKWS.
000530 01  WS-INSTR-STATUS            PIC X(02).
000540     88 INSTR-OK                VALUE "00".
000550     88 INSTR-EOF               VALUE "10".
000560     88 INSTR-NOT-FOUND         VALUE "23".
000570 01  WS-RUN-MODE                PIC X(01).
000580     88 ADD-MODE                VALUE "A" "a".
000590     88 CHANGE-MODE             VALUE "C" "c".
000600     88 LIST-MODE               VALUE "L" "l".
000610 01  WS-INSTRUCTOR-ID           PIC X(06).
000620 01  WS-INSTRUCTOR-NAME         PIC X(25).
000630 01  WS-DEPARTMENT              PIC X(06).
000640 01  WS-MAX-LOAD                PIC 9(02).
000650 01  WS-LIST-COUNT              PIC 9(04) VALUE ZEROES.

000660 PROCEDURE DIVISION.

000670***************************************************************
000680* 0000-MAINLINE
000690***************************************************************
000700 0000-MAINLINE.
000710     MOVE "INSTMAINT" TO JRN-PROGRAM
000720     MOVE "INSTMAINT" TO LCK-PROGRAM
000730     DISPLAY "Take over a stale lock if found (Y/N):"
000740     ACCEPT LCK-OVERRIDE-FLAG
000750     MOVE "INSTMAST" TO LCK-FILE-NAME
000760     PERFORM ZL-ACQUIRE-LOCK
000770     PERFORM 1000-INITIALIZE
000780     DISPLAY "Enter mode - A (add), C (change) or L (list):"
000790     ACCEPT WS-RUN-MODE
000800     EVALUATE TRUE
000810         WHEN ADD-MODE
000820             PERFORM 2000-ADD-INSTRUCTOR
000830         WHEN CHANGE-MODE
000840             PERFORM 3000-CHANGE-INSTRUCTOR
000850         WHEN LIST-MODE
000860             PERFORM 4000-LIST-INSTRUCTORS
000870         WHEN OTHER
000880             DISPLAY "Invalid mode - nothing done"
000890     END-EVALUATE
000900     CLOSE INSTRUCTOR-MASTER
000910     MOVE "INSTMAST" TO LCK-FILE-NAME
000920     PERFORM ZL-RELEASE-LOCK
000930     GOBACK.

000940***************************************************************
000950* 1000-INITIALIZE
000960* Opens the instructor master, creating it on first use the
000970* same way courseMaint creates the catalog.
000980***************************************************************
000990 1000-INITIALIZE.
001000     OPEN I-O INSTRUCTOR-MASTER
001010     IF NOT INSTR-OK
001020         CLOSE INSTRUCTOR-MASTER
001030         OPEN OUTPUT INSTRUCTOR-MASTER
001040         CLOSE INSTRUCTOR-MASTER
001050         OPEN I-O INSTRUCTOR-MASTER
001060     END-IF.

001070***************************************************************
001080* 2000-ADD-INSTRUCTOR
001090***************************************************************
001100 2000-ADD-INSTRUCTOR.
001110     DISPLAY "Enter instructor ID:"
001120     ACCEPT WS-INSTRUCTOR-ID
001130     DISPLAY "Enter instructor name:"
001140     ACCEPT WS-INSTRUCTOR-NAME
001150     DISPLAY "Enter department:"
001160     ACCEPT WS-DEPARTMENT
001170     DISPLAY "Enter maximum courses per term (e.g. 04):"
001180     ACCEPT WS-MAX-LOAD
001190     IF WS-INSTRUCTOR-ID = SPACES OR WS-INSTRUCTOR-NAME = SPACES
001200         DISPLAY "Instructor ID and name are required - "
001210             "not added"
001220     ELSE
001230         MOVE WS-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
001240         MOVE WS-INSTRUCTOR-NAME TO IM-INSTRUCTOR-NAME
001250         MOVE WS-DEPARTMENT TO IM-DEPARTMENT
001260         MOVE WS-MAX-LOAD TO IM-MAX-LOAD
001270         WRITE INSTRUCTOR-RECORD
001280             INVALID KEY
001290                 DISPLAY "Instructor " WS-INSTRUCTOR-ID
001300                     " already on file - not added"
001310             NOT INVALID KEY
001320                 MOVE SPACES TO JRN-BEFORE-IMAGE
001330                 MOVE "INSTMAST" TO JRN-FILE-NAME
001340                 MOVE "W" TO JRN-ACTION
001350                 MOVE INSTRUCTOR-RECORD TO JRN-AFTER-IMAGE
001360                 PERFORM ZX-WRITE-JOURNAL
001370                 DISPLAY "Instructor " WS-INSTRUCTOR-ID " added"
001380         END-WRITE
001390     END-IF.

001400***************************************************************
001410* 3000-CHANGE-INSTRUCTOR
001420***************************************************************
001430 3000-CHANGE-INSTRUCTOR.
001440     DISPLAY "Enter instructor ID to change:"
001450     ACCEPT WS-INSTRUCTOR-ID
001460     MOVE WS-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
001470     READ INSTRUCTOR-MASTER
001480         INVALID KEY
001490             DISPLAY "Instructor " WS-INSTRUCTOR-ID " not on file"
001500         NOT INVALID KEY
001510             MOVE INSTRUCTOR-RECORD TO JRN-BEFORE-IMAGE
001520             DISPLAY "Name     : " IM-INSTRUCTOR-NAME
001530             DISPLAY "Dept     : " IM-DEPARTMENT
001540             DISPLAY "Max load : " IM-MAX-LOAD
001550             DISPLAY "Enter new name (blank to keep):"
001560             ACCEPT WS-INSTRUCTOR-NAME
001570             IF WS-INSTRUCTOR-NAME NOT = SPACES
001580                 MOVE WS-INSTRUCTOR-NAME TO IM-INSTRUCTOR-NAME
001590             END-IF
001600             DISPLAY "Enter new department (blank to keep):"
001610             ACCEPT WS-DEPARTMENT
001620             IF WS-DEPARTMENT NOT = SPACES
001630                 MOVE WS-DEPARTMENT TO IM-DEPARTMENT
001640             END-IF
001650             DISPLAY "Enter new maximum load (zero to keep):"
001660             ACCEPT WS-MAX-LOAD
001670             IF WS-MAX-LOAD NOT = ZEROES
001680                 MOVE WS-MAX-LOAD TO IM-MAX-LOAD
001690             END-IF
001700             REWRITE INSTRUCTOR-RECORD
001710             MOVE "INSTMAST" TO JRN-FILE-NAME
001720             MOVE "R" TO JRN-ACTION
001730             MOVE INSTRUCTOR-RECORD TO JRN-AFTER-IMAGE
001740             PERFORM ZX-WRITE-JOURNAL
001750             DISPLAY "Instructor " WS-INSTRUCTOR-ID " updated"
001760     END-READ.

001770***************************************************************
001780* 4000-LIST-INSTRUCTORS
001790***************************************************************
001800 4000-LIST-INSTRUCTORS.
001810     MOVE ZEROES TO WS-LIST-COUNT
001820     MOVE SPACES TO IM-INSTRUCTOR-ID
001830     START INSTRUCTOR-MASTER
001840         KEY IS NOT LESS THAN IM-INSTRUCTOR-ID
001850         INVALID KEY
001860             DISPLAY "No instructors on file"
001870         NOT INVALID KEY
001880             PERFORM 4100-LIST-NEXT-INSTRUCTOR
001890                 UNTIL INSTR-EOF
001900             DISPLAY "Instructors listed : " WS-LIST-COUNT
001910     END-START.

001920***************************************************************
001930* 4100-LIST-NEXT-INSTRUCTOR
001940***************************************************************
001950 4100-LIST-NEXT-INSTRUCTOR.
001960     READ INSTRUCTOR-MASTER NEXT RECORD
001970         AT END
001980             CONTINUE
001990         NOT AT END
002000             DISPLAY IM-INSTRUCTOR-ID "  " IM-INSTRUCTOR-NAME
002010                 "  DEPT=" IM-DEPARTMENT
002020                 "  MAX=" IM-MAX-LOAD
002030             ADD 1 TO WS-LIST-COUNT
002040     END-READ.

002050***************************************************************
002060* ZX-WRITE-JOURNAL (from the shared JRNLPRC copybook)
002070***************************************************************
002080     COPY JRNLPRC.

002090***************************************************************
002100* ZL lock routines (from the shared LOCKPRC copybook)
002110***************************************************************
002120     COPY LOCKPRC.
