      ******************************************************************
      * LEDGWS.cpy
      * Shared WORKING-STORAGE fields for the ZA-POST-LEDGER-ENTRY
      * routine in LEDGPRC.  The caller builds the entry in the
      * STUACCT record (everything but the entry number) and performs
      * ZA-POST-LEDGER-ENTRY, which draws the next entry number from
      * LEDGCTL and writes the entry.  Goes with SELECTs of
      * STUDENT-ACCOUNT (DD name STUACCT, indexed on SA-KEY, opened
      * I-O by the caller) and LEDGER-CONTROL (DD name LEDGCTL), FDs
      * copying STUACCT and LEDGCTL, and the shared IOCHKWS fields.
      *
      * 2026-09-16  RSG  original.
      ******************************************************************
       01  LDG-CONTROL.
           05 LDG-ENTRY-NUMBER      PIC 9(08) VALUE ZEROES.
           05 LDG-POSTED-COUNT      PIC 9(06) VALUE ZEROES.
       01  WS-ACCOUNT-STATUS        PIC X(02).
           88 ACCOUNT-OK            VALUE "00".
           88 ACCOUNT-EOF           VALUE "10".
       01  WS-LEDGCTL-STATUS        PIC X(02).
           88 LEDGCTL-OK            VALUE "00".
