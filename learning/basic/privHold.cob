000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. privHold.
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
000130* 2026-10-14  RSG Original -- directory-information privacy
000140*                 transaction for the STUIDNT identity master.
000150*                 Looks the student up by ID, shows the current
000160*                 release status, and on confirm sets or clears
000170*                 SI-PRIVACY-FLAG with the business date of the
000180*                 change.  stuExtract masks a withheld student's
000190*                 name on the district feed.  Requires a level-2
000200*                 operator, journals the rewrite to MSTJRNL and
000210*                 audits the change to REGAUDT (PRIVHOLD or
000220*                 PRIVRLSE) with the seal, the way nameChange
000230*                 does.
000240***************************************************************

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS SI-STUDENT-ID
000320         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000330         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000340         FILE STATUS IS WS-IDENT-STATUS.
000350     SELECT REGISTRATION-AUDIT ASSIGN TO "REGAUDT"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-AUDIT-STATUS.
000380     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-OPER-STATUS.
000410     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-OPSLOG-STATUS.
000440     SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-JRNL-STATUS.
000470     SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-AUDCTL-STATUS.
000500     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-BIZDT-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  STUDENT-IDENTITY.
000560     COPY STUIDNT.

000570 FD  REGISTRATION-AUDIT.
000580     COPY REGAUDT.

000590 FD  OPERATOR-MASTER.
000600     COPY OPERMAST.

000610 FD  OPS-ERROR-LOG.
000620     COPY OPSERR.

000630 FD  MASTER-JOURNAL.
000640     COPY JRNLREC.

000650 FD  AUDIT-CONTROL.
000660     COPY AUDCTL.

000670 FD  BUSINESS-DATE-FILE.
000680     COPY BIZDATE.

000690 WORKING-STORAGE SECTION.
000700     COPY BIZDTWS.
000710     COPY OPERWS.
000720     COPY IOCHKWS.
000730     COPY JRNLWS.
000740     COPY SEALWS.
000750 01  WS-IDENT-STATUS            PIC X(02).
000760     88 IDENT-OK                VALUE "00".
000770 01  WS-AUDIT-STATUS            PIC X(02).
000780     88 AUDIT-OK                VALUE "00".
000790 01  WS-STUDENT-ID              PIC 9(06) VALUE ZEROES.
000800 01  WS-FOUND-SWITCH            PIC X(01) VALUE "N".
000810     88 IDENT-FOUND             VALUE "Y".
000820     88 IDENT-NOT-FOUND         VALUE "N".
000830 01  WS-PRIVACY-ACTION          PIC X(01) VALUE SPACE.
000840     88 ACTION-WITHHOLD         VALUE "W" "w".
000850     88 ACTION-RELEASE          VALUE "R" "r".
000860     88 ACTION-VALID            VALUE "W" "w" "R" "r".
000870 01  WS-NEW-FLAG                PIC X(01) VALUE SPACE.
000880 01  WS-AUDIT-RESULT            PIC X(08) VALUE SPACES.
000890 01  WS-STATUS-TEXT             PIC X(40) VALUE SPACES.
000900 01  WS-CONFIRM                 PIC X(01).
000910     88 ENTRY-CONFIRMED         VALUE "Y" "y".

000920 PROCEDURE DIVISION.

000930***************************************************************
000940* 0000-MAINLINE
000950***************************************************************
000960 0000-MAINLINE.
000970     MOVE "PRIVHOLD" TO IOC-PROGRAM
000980     PERFORM ZB-GET-BUSINESS-DATE
000990     DISPLAY "Enter operator ID:"
001000     PERFORM ZY-OPERATOR-SIGNON
001010     MOVE "PRIVHOLD" TO JRN-PROGRAM
001020     MOVE OPR-OPERATOR-ID TO JRN-OPERATOR
001030     IF OPR-AUTH-LEVEL < 2
001040         DISPLAY "*** OPERATOR NOT AUTHORIZED FOR PRIVACY "
001050             "CHANGES ***"
001060         MOVE 8 TO RETURN-CODE
001070         GOBACK
001080     END-IF
001090     OPEN I-O STUDENT-IDENTITY
001100     IF NOT IDENT-OK
001110         DISPLAY "No identity master on file - nothing to do"
001120         MOVE 8 TO RETURN-CODE
001130         GOBACK
001140     END-IF
001150     PERFORM 2000-PROCESS-PRIVACY-CHANGE
001160     CLOSE STUDENT-IDENTITY
001170     GOBACK.

001180***************************************************************
001190* 2000-PROCESS-PRIVACY-CHANGE
001200***************************************************************
001210 2000-PROCESS-PRIVACY-CHANGE.
001220     DISPLAY "Enter student ID:"
001230     ACCEPT WS-STUDENT-ID
001240     PERFORM 3000-FIND-IDENTITY
001250     IF IDENT-NOT-FOUND
001260         DISPLAY "No identity on file for ID " WS-STUDENT-ID
001270     ELSE
001280         PERFORM 4000-SHOW-PRIVACY-STATUS
001290         DISPLAY "(W)ithhold or (R)elease directory information:"
001300         ACCEPT WS-PRIVACY-ACTION
001310         IF NOT ACTION-VALID
001320             DISPLAY "Action must be W or R - not changed"
001330         ELSE
001340             IF ACTION-WITHHOLD
001350                 MOVE "Y" TO WS-NEW-FLAG
001360                 MOVE "PRIVHOLD" TO WS-AUDIT-RESULT
001370             ELSE
001380                 MOVE "N" TO WS-NEW-FLAG
001390                 MOVE "PRIVRLSE" TO WS-AUDIT-RESULT
001400             END-IF
001410             IF (ACTION-WITHHOLD AND SI-DIRECTORY-WITHHELD)
001420                 OR (ACTION-RELEASE AND SI-DIRECTORY-RELEASED)
001430                 DISPLAY "Already so on file - nothing changed"
001440             ELSE
001450                 PERFORM 5000-APPLY-PRIVACY-CHANGE
001460             END-IF
001470         END-IF
001480     END-IF.

001490***************************************************************
001500* 3000-FIND-IDENTITY
001510***************************************************************
001520 3000-FIND-IDENTITY.
001530     SET IDENT-NOT-FOUND TO TRUE
001540     MOVE WS-STUDENT-ID TO SI-STUDENT-ID
001550     READ STUDENT-IDENTITY
001560         INVALID KEY
001570             CONTINUE
001580         NOT INVALID KEY
001590             SET IDENT-FOUND TO TRUE
001600     END-READ.

001610***************************************************************
001620* 4000-SHOW-PRIVACY-STATUS
001630***************************************************************
001640 4000-SHOW-PRIVACY-STATUS.
001650     DISPLAY "Student " SI-STUDENT-ID "  " SI-STUDENT-NAME
001660     IF SI-DIRECTORY-WITHHELD
001670         DISPLAY "Directory information WITHHELD since "
001680             SI-PRIVACY-DATE
001690     ELSE
001700         DISPLAY "Directory information released"
001710     END-IF.

001720***************************************************************
001730* 5000-APPLY-PRIVACY-CHANGE
001740* The date is the business date the office took the request,
001750* so a compliance review can see how long a hold has stood.
001760***************************************************************
001770 5000-APPLY-PRIVACY-CHANGE.
001780     IF ACTION-WITHHOLD
001790         MOVE "WITHHOLD directory information" TO WS-STATUS-TEXT
001800     ELSE
001810         MOVE "RELEASE directory information" TO WS-STATUS-TEXT
001820     END-IF
001830     DISPLAY WS-STATUS-TEXT " for " SI-STUDENT-ID
001840         " - confirm (Y/N):"
001850     ACCEPT WS-CONFIRM
001860     IF NOT ENTRY-CONFIRMED
001870         DISPLAY "Privacy change cancelled - nothing posted"
001880     ELSE
001890         MOVE IDENTITY-RECORD TO JRN-BEFORE-IMAGE
001900         MOVE WS-NEW-FLAG TO SI-PRIVACY-FLAG
001910         MOVE BDT-BUSINESS-DATE TO SI-PRIVACY-DATE
001920         REWRITE IDENTITY-RECORD
001930         MOVE WS-IDENT-STATUS TO IOC-STATUS
001940         MOVE "STUIDNT" TO IOC-FILE-NAME
001950         PERFORM ZZ-CHECK-WRITE
001960         MOVE "STUIDNT" TO JRN-FILE-NAME
001970         MOVE "R" TO JRN-ACTION
001980         MOVE IDENTITY-RECORD TO JRN-AFTER-IMAGE
001990         PERFORM ZX-WRITE-JOURNAL
002000         DISPLAY "Identity " SI-STUDENT-ID " privacy status "
002010             "changed"
002020         PERFORM 8000-WRITE-AUDIT-RECORD
002030     END-IF.

002040***************************************************************
002050* 8000-WRITE-AUDIT-RECORD
002060***************************************************************
002070 8000-WRITE-AUDIT-RECORD.
002080     OPEN EXTEND REGISTRATION-AUDIT
002090     IF NOT AUDIT-OK
002100         OPEN OUTPUT REGISTRATION-AUDIT
002110     END-IF
002120     MOVE SI-STUDENT-NAME TO AR-STUDENT-NAME
002130     MOVE SPACES TO AR-DATE
002140     MOVE WS-AUDIT-RESULT TO AR-RESULT
002150     MOVE BDT-BUSINESS-DATE TO AR-RUN-DATE
002160     ACCEPT AR-TIMESTAMP FROM TIME
002170     MOVE OPR-OPERATOR-ID TO AR-OPERATOR
002180     PERFORM ZS-GET-AUDIT-SEAL
002190     WRITE AUDIT-RECORD
002200     MOVE WS-AUDIT-STATUS TO IOC-STATUS
002210     MOVE "REGAUDT" TO IOC-FILE-NAME
002220     PERFORM ZZ-CHECK-WRITE
002230     PERFORM ZS-POST-AUDIT-SEAL
002240     CLOSE REGISTRATION-AUDIT.

002250***************************************************************
002260* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
002270***************************************************************
002280     COPY OPERPRC.

002290***************************************************************
002300* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
002310***************************************************************
002320     COPY IOCHKPRC.

002330***************************************************************
002340* ZX-WRITE-JOURNAL (from the shared JRNLPRC copybook)
002350***************************************************************
002360     COPY JRNLPRC.

002370***************************************************************
002380* ZS audit-seal routines (from the shared SEALPRC copybook)
002390***************************************************************
002400     COPY SEALPRC.

002410*****************************************************************
002420* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
002430*****************************************************************
002440     COPY BIZDTPRC.
