000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. addrChange.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-13.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-13  RSG Original -- address-change transaction for the
000140*                 STUCONT student contact master.  Looks the
000150*                 student up by permanent ID on STUIDNT, shows
000160*                 the contact record on file (or starts a new
000170*                 one), and takes each field in turn -- blank
000180*                 keeps the value, "*" clears it.  The mailing
000190*                 address must be complete or absent, the state
000200*                 two letters, the ZIP five or nine digits, the
000210*                 phone ten digits and the e-mail carry one "@".
000220*                 The write or rewrite journals its before/after
000230*                 image to MSTJRNL for jrnlRecover and is audited
000240*                 to REGAUDT with the sealed sequence, the same
000250*                 way nameChange audits a name.
000260***************************************************************

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS SI-STUDENT-ID
000340         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000350         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000360         FILE STATUS IS WS-IDENT-STATUS.
000370     SELECT STUDENT-CONTACT ASSIGN TO "STUCONT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CT-STUDENT-ID
000410         FILE STATUS IS WS-CONTACT-STATUS.
000420     SELECT REGISTRATION-AUDIT ASSIGN TO "REGAUDT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-STATUS.
000450     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-OPER-STATUS.
000480     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-OPSLOG-STATUS.
000510     SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-JRNL-STATUS.
000540     SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUDCTL-STATUS.
000570     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-BIZDT-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  STUDENT-IDENTITY.
000630     COPY STUIDNT.

000640 FD  STUDENT-CONTACT.
000650     COPY STUCONT.

000660 FD  REGISTRATION-AUDIT.
000670     COPY REGAUDT.

000680 FD  OPERATOR-MASTER.
000690     COPY OPERMAST.

000700 FD  OPS-ERROR-LOG.
000710     COPY OPSERR.

000720 FD  MASTER-JOURNAL.
000730     COPY JRNLREC.

000740 FD  AUDIT-CONTROL.
000750     COPY AUDCTL.

000760 FD  BUSINESS-DATE-FILE.
000770     COPY BIZDATE.

000780 WORKING-STORAGE SECTION.
000790     COPY BIZDTWS.
000800     COPY OPERWS.
000810     COPY IOCHKWS.
000820     COPY JRNLWS.
000830     COPY SEALWS.
000840 01  WS-IDENT-STATUS            PIC X(02).
000850     88 IDENT-OK                VALUE "00".
000860 01  WS-CONTACT-STATUS          PIC X(02).
000870     88 CONTACT-OK              VALUE "00".
000880 01  WS-AUDIT-STATUS            PIC X(02).
000890     88 AUDIT-OK                VALUE "00".
000900 01  WS-STUDENT-ID              PIC 9(06) VALUE ZEROES.
000910 01  WS-STUDENT-ID-X REDEFINES WS-STUDENT-ID
000920                                PIC X(06).
000930 01  WS-NEW-SWITCH              PIC X(01) VALUE "N".
000940     88 NEW-CONTACT             VALUE "Y".
000950 01  WS-VALID-SWITCH            PIC X(01) VALUE "Y".
000960     88 CONTACT-VALID           VALUE "Y".
000970     88 CONTACT-INVALID         VALUE "N".
000980 01  WS-BEFORE-IMAGE            PIC X(120).
000990 01  WS-FIELD-LABEL             PIC X(16).
001000 01  WS-FIELD-VALUE             PIC X(28).
001010 01  WS-ENTRY                   PIC X(28).
001020 01  WS-FOLD-SWITCH             PIC X(01) VALUE "Y".
001030     88 FOLD-ENTRY              VALUE "Y".
001040 01  WS-AT-COUNT                PIC 9(02) VALUE ZEROES.
001050 01  WS-ADDRESS-PARTS           PIC 9(01) VALUE ZEROES.
001060 01  WS-CONFIRM                 PIC X(01).
001070     88 ENTRY-CONFIRMED         VALUE "Y" "y".

001080 PROCEDURE DIVISION.

001090***************************************************************
001100* 0000-MAINLINE
001110***************************************************************
001120 0000-MAINLINE.
001130     MOVE "ADDRCHG" TO IOC-PROGRAM
001140     PERFORM ZB-GET-BUSINESS-DATE
001150     DISPLAY "Enter operator ID:"
001160     PERFORM ZY-OPERATOR-SIGNON
001170     MOVE "ADDRCHG" TO JRN-PROGRAM
001180     MOVE OPR-OPERATOR-ID TO JRN-OPERATOR
001190     IF OPR-AUTH-LEVEL < 1
001200         DISPLAY "*** OPERATOR NOT AUTHORIZED FOR ADDRESS "
001210             "CHANGES ***"
001220         MOVE 8 TO RETURN-CODE
001230         GOBACK
001240     END-IF
001250     OPEN INPUT STUDENT-IDENTITY
001260     IF NOT IDENT-OK
001270         DISPLAY "No identity master on file - nothing to do"
001280         MOVE 8 TO RETURN-CODE
001290         GOBACK
001300     END-IF
001310     OPEN I-O STUDENT-CONTACT
001320     IF NOT CONTACT-OK
001330         OPEN OUTPUT STUDENT-CONTACT
001340         CLOSE STUDENT-CONTACT
001350         OPEN I-O STUDENT-CONTACT
001360     END-IF
001370     PERFORM 2000-PROCESS-ADDRESS-CHANGE
001380     CLOSE STUDENT-IDENTITY
001390     CLOSE STUDENT-CONTACT
001400     GOBACK.

001410***************************************************************
001420* 2000-PROCESS-ADDRESS-CHANGE
001430***************************************************************
001440 2000-PROCESS-ADDRESS-CHANGE.
001450     DISPLAY "Enter student ID:"
001460     ACCEPT WS-STUDENT-ID-X
001470     IF WS-STUDENT-ID-X NOT NUMERIC
001480         DISPLAY "Student ID must be six digits - nothing posted"
001490     ELSE
001500         MOVE WS-STUDENT-ID TO SI-STUDENT-ID
001510         READ STUDENT-IDENTITY
001520             INVALID KEY
001530                 DISPLAY "No identity on file for ID "
001540                     WS-STUDENT-ID
001550             NOT INVALID KEY
001560                 PERFORM 3000-CHANGE-CONTACT
001570         END-READ
001580     END-IF.

001590***************************************************************
001600* 3000-CHANGE-CONTACT
001610* The record on file is kept as the before image, so an entry
001620* that changes nothing posts nothing.
001630***************************************************************
001640 3000-CHANGE-CONTACT.
001650     DISPLAY "Student " SI-STUDENT-ID "  " SI-STUDENT-NAME
001660     MOVE "N" TO WS-NEW-SWITCH
001670     MOVE WS-STUDENT-ID TO CT-STUDENT-ID
001680     READ STUDENT-CONTACT
001690         INVALID KEY
001700             SET NEW-CONTACT TO TRUE
001710             MOVE SPACES TO CONTACT-RECORD
001720             MOVE WS-STUDENT-ID TO CT-STUDENT-ID
001730             DISPLAY "No contact record on file - a new one is "
001740                 "started"
001750     END-READ
001760     MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
001770     DISPLAY "Key each field - blank keeps it, * clears it"
001780     PERFORM 3100-ACCEPT-CONTACT-FIELDS
001790     PERFORM 4000-EDIT-CONTACT
001800     IF CONTACT-INVALID
001810         DISPLAY "Contact record fails its edits - not changed"
001820     ELSE
001830         IF CONTACT-RECORD = WS-BEFORE-IMAGE
001840             DISPLAY "Nothing changed - nothing posted"
001850         ELSE
001860             PERFORM 5000-APPLY-CONTACT-CHANGE
001870         END-IF
001880     END-IF.

001890***************************************************************
001900* 3100-ACCEPT-CONTACT-FIELDS
001910* Everything but the e-mail address is folded to upper case,
001920* the way names post.
001930***************************************************************
001940 3100-ACCEPT-CONTACT-FIELDS.
001950     SET FOLD-ENTRY TO TRUE
001960     MOVE "Street" TO WS-FIELD-LABEL
001970     MOVE CT-STREET TO WS-FIELD-VALUE
001980     PERFORM 3900-ACCEPT-ONE-FIELD
001990     MOVE WS-FIELD-VALUE TO CT-STREET
002000     MOVE "City" TO WS-FIELD-LABEL
002010     MOVE CT-CITY TO WS-FIELD-VALUE
002020     PERFORM 3900-ACCEPT-ONE-FIELD
002030     MOVE WS-FIELD-VALUE TO CT-CITY
002040     MOVE "State" TO WS-FIELD-LABEL
002050     MOVE CT-STATE TO WS-FIELD-VALUE
002060     PERFORM 3900-ACCEPT-ONE-FIELD
002070     MOVE WS-FIELD-VALUE TO CT-STATE
002080     MOVE "ZIP (5 or 9)" TO WS-FIELD-LABEL
002090     MOVE CT-ZIP TO WS-FIELD-VALUE
002100     PERFORM 3900-ACCEPT-ONE-FIELD
002110     MOVE WS-FIELD-VALUE TO CT-ZIP
002120     MOVE "Phone (10)" TO WS-FIELD-LABEL
002130     MOVE CT-PHONE TO WS-FIELD-VALUE
002140     PERFORM 3900-ACCEPT-ONE-FIELD
002150     MOVE WS-FIELD-VALUE TO CT-PHONE
002160     MOVE "Guardian name" TO WS-FIELD-LABEL
002170     MOVE CT-GUARDIAN-NAME TO WS-FIELD-VALUE
002180     PERFORM 3900-ACCEPT-ONE-FIELD
002190     MOVE WS-FIELD-VALUE TO CT-GUARDIAN-NAME
002200     MOVE "N" TO WS-FOLD-SWITCH
002210     MOVE "E-mail" TO WS-FIELD-LABEL
002220     MOVE CT-EMAIL TO WS-FIELD-VALUE
002230     PERFORM 3900-ACCEPT-ONE-FIELD
002240     MOVE WS-FIELD-VALUE TO CT-EMAIL.

002250***************************************************************
002260* 3900-ACCEPT-ONE-FIELD
002270***************************************************************
002280 3900-ACCEPT-ONE-FIELD.
002290     DISPLAY WS-FIELD-LABEL " [" WS-FIELD-VALUE "]:"
002300     MOVE SPACES TO WS-ENTRY
002310     ACCEPT WS-ENTRY
002320     IF WS-ENTRY = "*"
002330         MOVE SPACES TO WS-FIELD-VALUE
002340     ELSE
002350         IF WS-ENTRY NOT = SPACES
002360             IF FOLD-ENTRY
002370                 INSPECT WS-ENTRY CONVERTING
002380                     "abcdefghijklmnopqrstuvwxyz" TO
002390                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002400             END-IF
002410             MOVE WS-ENTRY TO WS-FIELD-VALUE
002420         END-IF
002430     END-IF.

002440***************************************************************
002450* 4000-EDIT-CONTACT
002460* A mailing address is all four parts or none -- a label with
002470* half an address is worse than no label.
002480***************************************************************
002490 4000-EDIT-CONTACT.
002500     SET CONTACT-VALID TO TRUE
002510     MOVE ZEROES TO WS-ADDRESS-PARTS
002520     IF CT-STREET NOT = SPACES
002530         ADD 1 TO WS-ADDRESS-PARTS
002540     END-IF
002550     IF CT-CITY NOT = SPACES
002560         ADD 1 TO WS-ADDRESS-PARTS
002570     END-IF
002580     IF CT-STATE NOT = SPACES
002590         ADD 1 TO WS-ADDRESS-PARTS
002600     END-IF
002610     IF CT-ZIP NOT = SPACES
002620         ADD 1 TO WS-ADDRESS-PARTS
002630     END-IF
002640     IF WS-ADDRESS-PARTS NOT = 0 AND WS-ADDRESS-PARTS NOT = 4
002650         SET CONTACT-INVALID TO TRUE
002660         DISPLAY "*** Street, city, state and ZIP go together ***"
002670     END-IF
002680     IF CT-STATE NOT = SPACES
002690         AND (CT-STATE (1:1) NOT ALPHABETIC-UPPER
002700             OR CT-STATE (2:1) NOT ALPHABETIC-UPPER
002710             OR CT-STATE (1:1) = SPACE
002720             OR CT-STATE (2:1) = SPACE)
002730         SET CONTACT-INVALID TO TRUE
002740         DISPLAY "*** State must be two letters ***"
002750     END-IF
002760     IF CT-ZIP NOT = SPACES
002770         IF CT-ZIP-5 NOT NUMERIC
002780             OR (CT-ZIP-4 NOT = SPACES AND CT-ZIP-4 NOT NUMERIC)
002790             SET CONTACT-INVALID TO TRUE
002800             DISPLAY "*** ZIP must be five or nine digits ***"
002810         END-IF
002820     END-IF
002830     IF CT-PHONE NOT = SPACES AND CT-PHONE NOT NUMERIC
002840         SET CONTACT-INVALID TO TRUE
002850         DISPLAY "*** Phone must be ten digits ***"
002860     END-IF
002870     IF CT-EMAIL NOT = SPACES
002880         MOVE ZEROES TO WS-AT-COUNT
002890         INSPECT CT-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
002900         IF WS-AT-COUNT NOT = 1 OR CT-EMAIL (1:1) = "@"
002910             SET CONTACT-INVALID TO TRUE
002920             DISPLAY "*** E-mail must be name@domain ***"
002930         END-IF
002940     END-IF.

002950***************************************************************
002960* 5000-APPLY-CONTACT-CHANGE
002970***************************************************************
002980 5000-APPLY-CONTACT-CHANGE.
002990     DISPLAY "Street  : " CT-STREET
003000     DISPLAY "City    : " CT-CITY " " CT-STATE " " CT-ZIP
003010     DISPLAY "Phone   : " CT-PHONE
003020     DISPLAY "Guardian: " CT-GUARDIAN-NAME
003030     DISPLAY "E-mail  : " CT-EMAIL
003040     DISPLAY "Post this contact record - confirm (Y/N):"
003050     ACCEPT WS-CONFIRM
003060     IF NOT ENTRY-CONFIRMED
003070         DISPLAY "Address change cancelled - nothing posted"
003080     ELSE
003090         MOVE "STUCONT" TO JRN-FILE-NAME
003100         MOVE CONTACT-RECORD TO JRN-AFTER-IMAGE
003110         IF NEW-CONTACT
003120             MOVE SPACES TO JRN-BEFORE-IMAGE
003130             MOVE "W" TO JRN-ACTION
003140             WRITE CONTACT-RECORD
003150         ELSE
003160             MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
003170             MOVE "R" TO JRN-ACTION
003180             REWRITE CONTACT-RECORD
003190         END-IF
003200         MOVE WS-CONTACT-STATUS TO IOC-STATUS
003210         MOVE "STUCONT" TO IOC-FILE-NAME
003220         PERFORM ZZ-CHECK-WRITE
003230         PERFORM ZX-WRITE-JOURNAL
003240         DISPLAY "Contact record posted for " WS-STUDENT-ID
003250         PERFORM 8000-WRITE-AUDIT-RECORD
003260     END-IF.

003270***************************************************************
003280* 8000-WRITE-AUDIT-RECORD
003290***************************************************************
003300 8000-WRITE-AUDIT-RECORD.
003310     OPEN EXTEND REGISTRATION-AUDIT
003320     IF NOT AUDIT-OK
003330         OPEN OUTPUT REGISTRATION-AUDIT
003340     END-IF
003350     MOVE SI-STUDENT-NAME TO AR-STUDENT-NAME
003360     MOVE SPACES TO AR-DATE
003370     MOVE "ADDRCHG " TO AR-RESULT
003380     MOVE BDT-BUSINESS-DATE TO AR-RUN-DATE
003390     ACCEPT AR-TIMESTAMP FROM TIME
003400     MOVE OPR-OPERATOR-ID TO AR-OPERATOR
003410     PERFORM ZS-GET-AUDIT-SEAL
003420     WRITE AUDIT-RECORD
003430     MOVE WS-AUDIT-STATUS TO IOC-STATUS
003440     MOVE "REGAUDT" TO IOC-FILE-NAME
003450     PERFORM ZZ-CHECK-WRITE
003460     PERFORM ZS-POST-AUDIT-SEAL
003470     CLOSE REGISTRATION-AUDIT.

003480***************************************************************
003490* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
003500***************************************************************
003510     COPY OPERPRC.

003520***************************************************************
003530* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
003540***************************************************************
003550     COPY IOCHKPRC.

003560***************************************************************
003570* ZX-WRITE-JOURNAL (from the shared JRNLPRC copybook)
003580***************************************************************
003590     COPY JRNLPRC.

003600***************************************************************
003610* ZS audit-seal routines (from the shared SEALPRC copybook)
003620***************************************************************
003630     COPY SEALPRC.

003640*****************************************************************
003650* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
003660*****************************************************************
003670     COPY BIZDTPRC.
