000222* 2026-09-02  RSG The extract-flag REWRITE now journals its
000224*                 before/after images to MSTJRNL through the
000226*                 shared ZX-WRITE-JOURNAL, for jrnlRecover.
00226A* 2026-10-14  RSG A student who has withheld directory
00226B*                 information (SI-PRIVACY-FLAG on STUIDNT) goes
00226C*                 to the district with the name masked, and the
00226D*                 trailer carries the count of masked records.
00226E*                 Every record sent is logged to DISCLOG through
00226F*                 the shared ZD-LOG-DISCLOSURE.
000230***************************************************************

000240 ENVIRONMENT DIVISION.
000382     SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
000384         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-JRNL-STATUS.
00386A     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
00386B         ORGANIZATION IS INDEXED
00386C         ACCESS MODE IS RANDOM
00386D         RECORD KEY IS SI-STUDENT-ID
00386E         FILE STATUS IS WS-IDENT-STATUS.
00386F     SELECT DISCLOSURE-LOG ASSIGN TO "DISCLOG"
00386G         ORGANIZATION IS SEQUENTIAL
00386H         FILE STATUS IS WS-DISCLOG-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.
000560         10 FILLER              PIC X(39).
000570     05 EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
000580         10 EX-RECORD-COUNT     PIC 9(06).
000590         10 EX-WITHHELD-COUNT   PIC 9(06).
000595         10 FILLER              PIC X(35).

000600 FD  OPS-ERROR-LOG.
000610     COPY OPSERR.
000612 FD  MASTER-JOURNAL.
000614     COPY JRNLREC.

000615 FD  STUDENT-IDENTITY.
000616     COPY STUIDNT.

000617 FD  DISCLOSURE-LOG.
000618     COPY DISCLOG.

000620 WORKING-STORAGE SECTION.
000630     COPY IOCHKWS.
000632     COPY JRNLWS.
000637     COPY DISCWS.
000640 01  WS-MASTER-STATUS           PIC X(02).
000650     88 MASTER-OK               VALUE "00".
000660     88 MASTER-EOF              VALUE "10".
000700     88 MASTER-FILE-EOF         VALUE "Y".
000710 01  WS-RECORDS-READ            PIC 9(06) VALUE ZEROES.
000720 01  WS-RECORDS-SENT            PIC 9(06) VALUE ZEROES.
000721 01  WS-RECORDS-WITHHELD        PIC 9(06) VALUE ZEROES.
000722 01  WS-IDENT-STATUS            PIC X(02).
000723     88 IDENT-OK                VALUE "00".
000724 01  WS-IDENT-OPEN-SWITCH       PIC X(01) VALUE "N".
000725     88 IDENT-FILE-OPEN         VALUE "Y".

000730 PROCEDURE DIVISION.

000810         DISPLAY "No student master on file - nothing extracted"
000820         GOBACK
000830     END-IF
00830A     OPEN INPUT STUDENT-IDENTITY
00830B     IF IDENT-OK
00830C         SET IDENT-FILE-OPEN TO TRUE
00830D     ELSE
00830E         DISPLAY "No identity master - privacy holds not checked"
00830F     END-IF
00830G     MOVE "STUEXTR" TO DSC-PROGRAM
00830H     MOVE "BATCH" TO DSC-OPERATOR
00830I     MOVE "E" TO DSC-MEDIUM
00830J     MOVE "DISTRICT INTERFACE EXTRACT" TO DSC-PURPOSE
000840     OPEN OUTPUT EXTRACT-FILE
000850     PERFORM 1000-WRITE-HEADER
000860     MOVE ZEROES TO MR-KEY
000960     DISPLAY "-----------------------------------"
000970     DISPLAY "Master records read : " WS-RECORDS-READ
000980     DISPLAY "Records extracted   : " WS-RECORDS-SENT
000985     DISPLAY "  Name withheld     : " WS-RECORDS-WITHHELD
000990     CLOSE EXTRACT-FILE
001000     CLOSE STUDENT-MASTER
001002     IF IDENT-FILE-OPEN
001004         CLOSE STUDENT-IDENTITY
001006     END-IF
001010     GOBACK.

001020***************************************************************
001310         MOVE MR-STUDENT-ID TO EX-STUDENT-ID
001320         MOVE MR-STUDENT-NAME TO EX-STUDENT-NAME
001330         MOVE MR-DATE TO EX-DATE
001335         PERFORM 3100-APPLY-PRIVACY-HOLD
001340         WRITE EXTRACT-RECORD
001350         MOVE WS-EXTRACT-STATUS TO IOC-STATUS
001360         MOVE "STUEXTF" TO IOC-FILE-NAME
001370         PERFORM ZZ-CHECK-WRITE
001380         ADD 1 TO WS-RECORDS-SENT
01380A         MOVE MR-STUDENT-ID TO DSC-STUDENT-ID
01380B         MOVE MR-STUDENT-NAME TO DSC-STUDENT-NAME
01380C         PERFORM ZD-LOG-DISCLOSURE
001382         MOVE MASTER-RECORD TO JRN-BEFORE-IMAGE
001390         MOVE "Y" TO MR-EXTRACT-FLAG
001400         REWRITE MASTER-RECORD
001420     PERFORM 2000-READ-MASTER-RECORD.

001430***************************************************************
01430A* 3100-APPLY-PRIVACY-HOLD
01430B* A withheld student still goes to the district -- enrollment
01430C* counts must balance -- but with the name masked out.
01430D***************************************************************
01430E 3100-APPLY-PRIVACY-HOLD.
01430F     MOVE "N" TO DSC-MASKED-FLAG
01430G     IF IDENT-FILE-OPEN
01430H         MOVE MR-STUDENT-ID TO SI-STUDENT-ID
01430I         READ STUDENT-IDENTITY
01430J             INVALID KEY
01430K                 CONTINUE
01430L             NOT INVALID KEY
01430M                 IF SI-DIRECTORY-WITHHELD
01430N                     MOVE ALL "*" TO EX-STUDENT-NAME
01430O                     MOVE "Y" TO DSC-MASKED-FLAG
01430P                     ADD 1 TO WS-RECORDS-WITHHELD
01430Q                 END-IF
01430R         END-READ
01430S     END-IF.

01430T***************************************************************
001440* 4000-WRITE-TRAILER
001450***************************************************************
001460 4000-WRITE-TRAILER.
001470     MOVE SPACES TO EXTRACT-RECORD
001480     MOVE "T" TO EX-RECORD-TYPE
001490     MOVE WS-RECORDS-SENT TO EX-RECORD-COUNT
001495     MOVE WS-RECORDS-WITHHELD TO EX-WITHHELD-COUNT
001500     WRITE EXTRACT-RECORD
001510     MOVE WS-EXTRACT-STATUS TO IOC-STATUS
001520     MOVE "STUEXTF" TO IOC-FILE-NAME
001590* ZX-WRITE-JOURNAL (from the shared JRNLPRC copybook)
001600***************************************************************
001610     COPY JRNLPRC.

001620***************************************************************
001630* ZD-LOG-DISCLOSURE (from the shared DISCPRC copybook)
001640***************************************************************
001650     COPY DISCPRC.
