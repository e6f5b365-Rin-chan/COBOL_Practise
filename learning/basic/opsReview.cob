000200*                   pattern.  The marker advances to the newest
000210*                   entry seen, so each morning's report covers
000220*                   exactly the new material.
000221* 2026-10-15   gag  added an approvals-waiting section over the
000222*                   APPRQUE dual-control queue -- items still
000223*                   pending a second operator's decision, and
000224*                   approved items not yet applied, once older
000225*                   than the SYSIN age card in days, aged from
000226*                   the BIZDATE date (2 when the card is blank).
000230*****************************************************************

000240 environment division.
000300     select REVIEW-MARKER-FILE assign to "OPSRVMK"
000310         organization is sequential
000320         file status is WS-MARKER-STATUS.
000321     select APPROVAL-QUEUE assign to "APPRQUE"
000322         organization is sequential
000323         file status is WS-APPRQ-STATUS.
000324     select BUSINESS-DATE-FILE assign to "BIZDATE"
000325         organization is sequential
000326         file status is WS-BIZDT-STATUS.

000330 data division.
000340 file section.
000390     05 RM-DATE               PIC 9(08).
000400     05 RM-TIME               PIC 9(08).

000402 fd  APPROVAL-QUEUE.
000404     copy APPRQ.

000406 fd  BUSINESS-DATE-FILE.
000408     copy BIZDATE.

000410 working-storage section.
000420 01 WS-OPSLOG-STATUS          PIC X(02).
000430     88 OPSLOG-OK             VALUE "00".
000670 01 WS-PAIR-FOUND-SWITCH      PIC X(01) VALUE "N".
000680     88 PAIR-FOUND            VALUE "Y".
000690 01 WS-REPEAT-COUNT           PIC 9(02) VALUE ZEROES.
00690A*
00690B* approvals-waiting section -- the age card is in days.
00690C copy BIZDTWS.
00690D copy DSERVAL.
00690E 01 WS-APPRQ-STATUS           PIC X(02).
00690F     88 APPRQ-OK              VALUE "00".
00690G 01 WS-QUEUE-EOF-SWITCH       PIC X(01) VALUE "N".
00690H     88 QUEUE-EOF             VALUE "Y".
00690I 01 WS-AGE-CARD               PIC X(03) VALUE SPACES.
00690J 01 WS-AGE-LIMIT              PIC 9(03) VALUE ZEROES.
00690K 01 WS-TODAY-SERIAL           PIC 9(07) VALUE ZEROES.
00690L 01 WS-ITEM-DATE              PIC 9(08) VALUE ZEROES.
00690M 01 WS-ITEM-AGE               PIC 9(05) VALUE ZEROES.
00690N 01 WS-ITEM-STATE             PIC X(20) VALUE SPACES.
00690O 01 WS-AGED-COUNT             PIC 9(06) VALUE ZEROES.

000700 procedure division.
000710 PRG-BEGIN.
000711     perform ZB-GET-BUSINESS-DATE
000712     display "Enter approval age limit in days (3 digits):"
000713     accept WS-AGE-CARD
000714     if WS-AGE-CARD is numeric
000715         move WS-AGE-CARD to WS-AGE-LIMIT
000716     end-if
000717     if WS-AGE-LIMIT = 0
000718         move 2 to WS-AGE-LIMIT
000719     end-if
000720     perform LOAD-REVIEW-MARKER
000730     display "Reviewed through " WS-MARK-DATE " "
000740         WS-MARK-TIME
000870         display "  (no new failures - a quiet night)"
000880     end-if
000890     perform PRINT-REPEAT-OFFENDERS
000895     perform PRINT-AGED-APPROVALS
000900     perform ADVANCE-REVIEW-MARKER
000910     display "==================================="
000920     display "Log entries read : " WS-ENTRIES-READ
000930     display "New this review  : " WS-NEW-COUNT
000935     display "Approvals waiting: " WS-AGED-COUNT
000940     stop run.

000950 LOAD-REVIEW-MARKER.
001930         display "Reviewed-through marker advanced to "
001940             WS-NEWEST-DATE " " WS-NEWEST-TIME
001950     end-if.

001960*****************************************************************
001970* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
001980*****************************************************************
001990     copy BIZDTPRC.

002000*****************************************************************
002010* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
002020*****************************************************************
002030     copy DSERPRC.

002040* a pending item ages from when it was keyed; an approved one
002050* that nobody has applied ages from when it was approved.
002060 PRINT-AGED-APPROVALS.
002070     display "-----------------------------------"
002080     display "Approvals waiting more than " WS-AGE-LIMIT
002090         " days (business date " BDT-BUSINESS-DATE "):"
002100     move BDT-BUSINESS-DATE to DSR-DATE
002110     perform DSR-CONVERT-DATE
002120     move DSR-SERIAL-DAYS to WS-TODAY-SERIAL
002130     open input APPROVAL-QUEUE
002140     if not APPRQ-OK
002150         display "  (no approval queue on file)"
002160     else
002170         perform READ-QUEUE-ITEM
002180         perform REVIEW-ONE-QUEUE-ITEM until QUEUE-EOF
002190         close APPROVAL-QUEUE
002200         if WS-AGED-COUNT = 0
002210             display "  (none - the queue is being worked)"
002220         end-if
002230     end-if.

002240 READ-QUEUE-ITEM.
002250     read APPROVAL-QUEUE
002260         at end set QUEUE-EOF to true
002270     end-read.

002280 REVIEW-ONE-QUEUE-ITEM.
002290     move zeroes to WS-ITEM-DATE
002300     evaluate true
002310         when AQ-PENDING
002320             move AQ-SUBMIT-DATE to WS-ITEM-DATE
002330             move "AWAITING DECISION" to WS-ITEM-STATE
002340         when AQ-APPROVED
002350             move AQ-DECIDE-DATE to WS-ITEM-DATE
002360             move "APPROVED NOT APPLIED" to WS-ITEM-STATE
002370     end-evaluate
002380     if WS-ITEM-DATE > 0
002390         move WS-ITEM-DATE to DSR-DATE
002400         perform DSR-CONVERT-DATE
002410         move zeroes to WS-ITEM-AGE
002420         if WS-TODAY-SERIAL > DSR-SERIAL-DAYS
002430             compute WS-ITEM-AGE =
002440                 WS-TODAY-SERIAL - DSR-SERIAL-DAYS
002450         end-if
002460         if WS-ITEM-AGE > WS-AGE-LIMIT
002470             add 1 to WS-AGED-COUNT
002480             display "  item " AQ-ITEM-NO " " AQ-PROGRAM " "
002490                 WS-ITEM-STATE " since " WS-ITEM-DATE
002500                 " (" WS-ITEM-AGE " days) keyed by "
002510                 AQ-SUBMIT-OPERATOR
002520             display "      " AQ-SUMMARY
002530         end-if
002540     end-if
002550     perform READ-QUEUE-ITEM.
