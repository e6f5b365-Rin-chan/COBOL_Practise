000262*                   identity-master name, and the same-day
000263*                   duplicate checks match on ID instead of the
000264*                   keyed name.
00264A* 2026-10-15   mfc  added a "C" card sign-in mode for the card
00264B*                   reader -- the student scans the ID card cut by
00264C*                   the nightly idCard run, its check digit is
00264D*                   proved, and the card must stand active on the
00264E*                   CARDISS card issue register.  A card voided
00264F*                   by a reissue (lost, or cut under a former
00264G*                   name) is refused, so it cannot sign anyone in.
000265*****************************************************************

000266 environment division.
000309         alternate record key is SI-STUDENT-NAME with duplicates
000310         alternate record key is SI-ALIAS-NAME with duplicates
000311         file status is WS-IDENT-STATUS.
000312     select CARD-REGISTER assign to "CARDISS"
000313         organization is indexed
000314         access mode is random
000315         record key is CI-CARD-NUMBER
000316         file status is WS-CARDISS-STATUS.
000319     select ATTENDANCE-CONTROL assign to "ATTNCTL"
000320         organization is sequential
000330         file status is WS-CONTROL-STATUS.
000445 fd  STUDENT-IDENTITY.
000446     copy STUIDNT.

000447 fd  CARD-REGISTER.
000448     copy CARDISS.

000450 fd  ATTENDANCE-CONTROL.
000460 01  ATTENDANCE-CONTROL-RECORD.
000470     05 AC-NEXT-NUMBER         PIC 9(05).
000600     01 WS-DATE PIC X(10).
000610     01 WS-TODAY-DATE PIC X(10).
000620     copy DATEVAL.
000621     copy CARDWS.
000622     01 WS-CARD-NUMBER         PIC 9(09) VALUE ZEROES.
000623     01 WS-CARDISS-STATUS      PIC X(02).
000624         88 CARDISS-OK         VALUE "00".
000625     01 WS-CARD-SWITCH         PIC X(01) VALUE "N".
000626         88 CARD-ACCEPTED      VALUE "Y".
000630*

000640     01 WS-RUN-MODE            PIC X(01).
000655         88 SIGNOUT-MODE       VALUE "O" "o".
000660         88 REPORT-MODE        VALUE "R" "r".
000661         88 LATE-MODE          VALUE "L" "l".
000663         88 CARD-MODE          VALUE "C" "c".
000670     01 WS-TRAN-STATUS         PIC X(02).
000680         88 TRAN-OK            VALUE "00".
000690     01 WS-TRAN-EOF-SWITCH     PIC X(01) VALUE "N".
000825     accept WS-RUN-PARM
000826     move WS-RUN-PARM (1:1) to WS-RUN-MODE
000827     if not SIGNIN-MODE and not SIGNOUT-MODE
000828         and not REPORT-MODE and not LATE-MODE and not CARD-MODE
000829         display "*** INVALID OR MISSING RUN PARAMETER '"
000830             WS-RUN-PARM "' - job ABORTED ***"
000831         move 8 to RETURN-CODE
000855         if SIGNOUT-MODE
000856             perform SIGN-OUT-STUDENT
000857         else
000858         if not CARD-MODE
000860             perform SIGN-IN-STUDENT
000861         else
000862             perform SIGN-IN-BY-CARD
000863         end-if
000865         end-if
000866         end-if
000870     end-if
001820* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
001830*****************************************************************
001840     copy BIZDTPRC.

001850*****************************************************************
001860* ZK-VERIFY-CARD-NUMBER (from the shared CARDPRC copybook)
001870*****************************************************************
001880     copy CARDPRC.

001890* the card reader signs the holder in without the entry screen.
001900* A misread fails the check digit; the card must be on the card
001910* issue register and still active -- a card voided by a reissue
001920* (reported lost, or cut under a former name) is refused, and the
001930* holder is sent to the registrar instead of being signed in.
001940 SIGN-IN-BY-CARD.
001950     display "Scan the student ID card:"
001960     move zeroes to WS-CARD-NUMBER
001970     accept WS-CARD-NUMBER
001980     perform VALIDATE-CARD-NUMBER
001990     if CARD-ACCEPTED
002000         perform VALIDATE-STUDENT-ID
002010         if not STUDENT-ID-VALID
002020             display "*** STUDENT ID " WS-STUDENT-ID
002030                 " NOT ON THE IDENTITY MASTER ***"
002040         else
002050             perform COMPLETE-SIGN-IN
002060         end-if
002070     end-if.

002080 VALIDATE-CARD-NUMBER.
002090     move "N" to WS-CARD-SWITCH
002100     move WS-CARD-NUMBER to CKD-CARD-NUMBER
002110     perform ZK-VERIFY-CARD-NUMBER
002120     if CKD-CARD-INVALID
002130         display "*** CARD " WS-CARD-NUMBER
002140             " DID NOT READ - scan it again ***"
002150     else
002160         open input CARD-REGISTER
002170         if CARDISS-OK
002180             move WS-CARD-NUMBER to CI-CARD-NUMBER
002190             read CARD-REGISTER
002200                 invalid key
002210                     display "*** CARD " WS-CARD-NUMBER
002220                         " IS NOT ON THE CARD REGISTER ***"
002230                 not invalid key
002240                     perform TEST-CARD-STATUS
002250             end-read
002260             close CARD-REGISTER
002270         else
002280             display "*** CARD REGISTER NOT AVAILABLE - sign in "
002290                 "by student ID ***"
002300         end-if
002310     end-if.

002320 TEST-CARD-STATUS.
002330     if CI-CARD-VOID
002340         display "*** CARD " WS-CARD-NUMBER " WAS VOIDED ON "
002350             CI-VOID-DATE " - keep the card, send the holder "
002360             "to the registrar ***"
002370     else
002380         move CI-STUDENT-ID to WS-STUDENT-ID
002390         move "Y" to WS-CARD-SWITCH
002400     end-if.
