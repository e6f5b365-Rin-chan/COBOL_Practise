000220*                 selected (return code 8 if it does not), so
000230*                 a mid-day failure costs the minutes this
000240*                 job takes instead of a day's keying.
000241* 2026-09-25  RSG INSTMAST instructor master added to the
000242*                 files that can be recovered.
000243* 2026-09-28  RSG ROOMMAST room master added to the files that
000244*                 can be recovered.
000245* 2026-10-05  RSG PROGMAST academic program master added to the
000246*                 files that can be recovered.
000247* 2026-10-13  RSG STUCONT student contact master added to the
000248*                 files that can be recovered.
000250***************************************************************

000260 ENVIRONMENT DIVISION.
000350         RECORD KEY IS MR-KEY
000360         ALTERNATE RECORD KEY IS MR-NAME-DATE-KEY WITH DUPLICATES
000370         FILE STATUS IS WS-MASTER-STATUS.
000371     SELECT PROGRAM-MASTER ASSIGN TO "PROGMAST"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS PG-KEY
000375         FILE STATUS IS WS-MASTER-STATUS.
000380     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000420         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000430         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000440         FILE STATUS IS WS-MASTER-STATUS.
000441     SELECT STUDENT-CONTACT ASSIGN TO "STUCONT"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS CT-STUDENT-ID
000445         FILE STATUS IS WS-MASTER-STATUS.
000450     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-COURSE-ID
000490         FILE STATUS IS WS-MASTER-STATUS.
000491     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS IM-INSTRUCTOR-ID
000495         FILE STATUS IS WS-MASTER-STATUS.
000500     SELECT EQUATION-HISTORY-FILE ASSIGN TO "QEHIST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS EH-KEY
000531         FILE STATUS IS WS-MASTER-STATUS.
000532     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS DYNAMIC
000535         RECORD KEY IS RM-ROOM-ID
000540         FILE STATUS IS WS-MASTER-STATUS.

000550 DATA DIVISION.
000650 FD  EQUATION-HISTORY-FILE.
000660     COPY QEHIST.

000661 FD  INSTRUCTOR-MASTER.
000662     COPY INSTMAST.

000663 FD  ROOM-MASTER.
000664     COPY ROOMMAST.

000665 FD  PROGRAM-MASTER.
000666     COPY PROGMAST.

000667 FD  STUDENT-CONTACT.
000668     COPY STUCONT.

000670 WORKING-STORAGE SECTION.
000680 01  WS-JRNL-STATUS             PIC X(02).
000690     88 JRNL-OK                 VALUE "00".
000760     88 RECOVER-STUIDNT         VALUE "STUIDNT ".
000770     88 RECOVER-CRSMAST         VALUE "CRSMAST ".
000780     88 RECOVER-QEHIST          VALUE "QEHIST  ".
000782     88 RECOVER-INSTMAST        VALUE "INSTMAST".
000784     88 RECOVER-ROOMMAST        VALUE "ROOMMAST".
000786     88 RECOVER-PROGMAST        VALUE "PROGMAST".
000788     88 RECOVER-STUCONT         VALUE "STUCONT ".
000790 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZEROES.
000800 01  WS-CUTOFF-TIME             PIC 9(08) VALUE ZEROES.
000810 01  WS-ENTRIES-READ            PIC 9(07) VALUE ZEROES.
000880***************************************************************
000890 0000-MAINLINE.
000900     DISPLAY "Recover which file - STUMAST, STUIDNT, "
000910         "CRSMAST, QEHIST, INSTMAST, ROOMMAST, PROGMAST "
000915         "or STUCONT:"
000920     ACCEPT WS-RECOVER-FILE
000930     IF NOT RECOVER-STUMAST AND NOT RECOVER-STUIDNT
000940         AND NOT RECOVER-CRSMAST AND NOT RECOVER-QEHIST
000942         AND NOT RECOVER-INSTMAST AND NOT RECOVER-ROOMMAST
000944         AND NOT RECOVER-PROGMAST AND NOT RECOVER-STUCONT
000950         DISPLAY "*** UNKNOWN FILE '" WS-RECOVER-FILE
000960             "' - job ABORTED ***"
000970         MOVE 8 TO RETURN-CODE
001430             OPEN I-O COURSE-MASTER
001440         WHEN RECOVER-QEHIST
001450             OPEN I-O EQUATION-HISTORY-FILE
001451         WHEN RECOVER-INSTMAST
001452             OPEN I-O INSTRUCTOR-MASTER
001453         WHEN RECOVER-ROOMMAST
001454             OPEN I-O ROOM-MASTER
001455         WHEN RECOVER-PROGMAST
001456             OPEN I-O PROGRAM-MASTER
001457         WHEN RECOVER-STUCONT
001458             OPEN I-O STUDENT-CONTACT
001460     END-EVALUATE
001470     IF NOT MASTER-OK
001480         DISPLAY "*** CANNOT OPEN THE RESTORED "
001810                 PERFORM 6000-REPLAY-ON-CRSMAST
001820             WHEN RECOVER-QEHIST
001830                 PERFORM 7000-REPLAY-ON-QEHIST
001831             WHEN RECOVER-INSTMAST
001832                 PERFORM 7500-REPLAY-ON-INSTMAST
001833             WHEN RECOVER-ROOMMAST
001834                 PERFORM 7600-REPLAY-ON-ROOMMAST
001835             WHEN RECOVER-PROGMAST
001836                 PERFORM 7700-REPLAY-ON-PROGMAST
001837             WHEN RECOVER-STUCONT
001838                 PERFORM 7800-REPLAY-ON-STUCONT
001840         END-EVALUATE
001850     END-IF
001860     PERFORM 2000-READ-JOURNAL-ENTRY.
003050             CLOSE COURSE-MASTER
003060         WHEN RECOVER-QEHIST
003070             CLOSE EQUATION-HISTORY-FILE
003071         WHEN RECOVER-INSTMAST
003072             CLOSE INSTRUCTOR-MASTER
003073         WHEN RECOVER-ROOMMAST
003074             CLOSE ROOM-MASTER
003075         WHEN RECOVER-PROGMAST
003076             CLOSE PROGRAM-MASTER
003077         WHEN RECOVER-STUCONT
003078             CLOSE STUDENT-CONTACT
003080     END-EVALUATE.

003090***************************************************************
003100* 7500-REPLAY-ON-INSTMAST
003110***************************************************************
003120 7500-REPLAY-ON-INSTMAST.
003130     EVALUATE TRUE
003140         WHEN JR-DELETE-ACTION
003150             MOVE JR-BEFORE-IMAGE TO INSTRUCTOR-RECORD
003160             DELETE INSTRUCTOR-MASTER
003170                 INVALID KEY
003180                     ADD 1 TO WS-APPLY-FAILED
003190                 NOT INVALID KEY
003200                     ADD 1 TO WS-ENTRIES-APPLIED
003210             END-DELETE
003220         WHEN OTHER
003230             MOVE JR-AFTER-IMAGE TO INSTRUCTOR-RECORD
003240             WRITE INSTRUCTOR-RECORD
003250                 INVALID KEY
003260                     REWRITE INSTRUCTOR-RECORD
003270                     IF MASTER-OK
003280                         ADD 1 TO WS-ENTRIES-APPLIED
003290                     ELSE
003300                         ADD 1 TO WS-APPLY-FAILED
003310                     END-IF
003320                 NOT INVALID KEY
003330                     ADD 1 TO WS-ENTRIES-APPLIED
003340             END-WRITE
003350     END-EVALUATE.

003360***************************************************************
003370* 7600-REPLAY-ON-ROOMMAST
003380***************************************************************
003390 7600-REPLAY-ON-ROOMMAST.
003400     EVALUATE TRUE
003410         WHEN JR-DELETE-ACTION
003420             MOVE JR-BEFORE-IMAGE TO ROOM-RECORD
003430             DELETE ROOM-MASTER
003440                 INVALID KEY
003450                     ADD 1 TO WS-APPLY-FAILED
003460                 NOT INVALID KEY
003470                     ADD 1 TO WS-ENTRIES-APPLIED
003480             END-DELETE
003490         WHEN OTHER
003500             MOVE JR-AFTER-IMAGE TO ROOM-RECORD
003510             WRITE ROOM-RECORD
003520                 INVALID KEY
003530                     REWRITE ROOM-RECORD
003540                     IF MASTER-OK
003550                         ADD 1 TO WS-ENTRIES-APPLIED
003560                     ELSE
003570                         ADD 1 TO WS-APPLY-FAILED
003580                     END-IF
003590                 NOT INVALID KEY
003600                     ADD 1 TO WS-ENTRIES-APPLIED
003610             END-WRITE
003620     END-EVALUATE.

003630***************************************************************
003640* 7700-REPLAY-ON-PROGMAST
003650***************************************************************
003660 7700-REPLAY-ON-PROGMAST.
003670     EVALUATE TRUE
003680         WHEN JR-DELETE-ACTION
003690             MOVE JR-BEFORE-IMAGE TO PROGRAM-RECORD
003700             DELETE PROGRAM-MASTER
003710                 INVALID KEY
003720                     ADD 1 TO WS-APPLY-FAILED
003730                 NOT INVALID KEY
003740                     ADD 1 TO WS-ENTRIES-APPLIED
003750             END-DELETE
003760         WHEN OTHER
003770             MOVE JR-AFTER-IMAGE TO PROGRAM-RECORD
003780             WRITE PROGRAM-RECORD
003790                 INVALID KEY
003800                     REWRITE PROGRAM-RECORD
003810                     IF MASTER-OK
003820                         ADD 1 TO WS-ENTRIES-APPLIED
003830                     ELSE
003840                         ADD 1 TO WS-APPLY-FAILED
003850                     END-IF
003860                 NOT INVALID KEY
003870                     ADD 1 TO WS-ENTRIES-APPLIED
003880             END-WRITE
003890     END-EVALUATE.

003900***************************************************************
003910* 7800-REPLAY-ON-STUCONT
003920***************************************************************
003930 7800-REPLAY-ON-STUCONT.
003940     EVALUATE TRUE
003950         WHEN JR-DELETE-ACTION
003960             MOVE JR-BEFORE-IMAGE TO CONTACT-RECORD
003970             DELETE STUDENT-CONTACT
003980                 INVALID KEY
003990                     ADD 1 TO WS-APPLY-FAILED
004000                 NOT INVALID KEY
004010                     ADD 1 TO WS-ENTRIES-APPLIED
004020             END-DELETE
004030         WHEN OTHER
004040             MOVE JR-AFTER-IMAGE TO CONTACT-RECORD
004050             WRITE CONTACT-RECORD
004060                 INVALID KEY
004070                     REWRITE CONTACT-RECORD
004080                     IF MASTER-OK
004090                         ADD 1 TO WS-ENTRIES-APPLIED
004100                     ELSE
004110                         ADD 1 TO WS-APPLY-FAILED
004120                     END-IF
004130                 NOT INVALID KEY
004140                     ADD 1 TO WS-ENTRIES-APPLIED
004150             END-WRITE
004160     END-EVALUATE.
