      ******************************************************************
      * LEDGPRC.cpy
      * Shared PROCEDURE DIVISION paragraphs that go with LEDGWS.
      * ZA-POST-LEDGER-ENTRY draws a fresh entry number from the
      * LEDGCTL control record -- once per entry, the way the
      * registration run draws REGCTL keys, so a rerun never reuses
      * one -- and writes the caller's STUACCT entry under it.  A
      * failed write goes to OPSLOG through ZZ-CHECK-WRITE and ends
      * the job.  ZA-OPEN-LEDGER opens the ledger I-O, creating it
      * on first use.
      *
      * 2026-09-16  RSG  original.
      ******************************************************************
       ZA-OPEN-LEDGER.
           OPEN I-O STUDENT-ACCOUNT
           IF NOT ACCOUNT-OK
               CLOSE STUDENT-ACCOUNT
               OPEN OUTPUT STUDENT-ACCOUNT
               CLOSE STUDENT-ACCOUNT
               OPEN I-O STUDENT-ACCOUNT
           END-IF.

       ZA-POST-LEDGER-ENTRY.
           OPEN I-O LEDGER-CONTROL
           IF NOT LEDGCTL-OK
               OPEN OUTPUT LEDGER-CONTROL
               MOVE ZEROES TO LC-NEXT-ENTRY
               MOVE ZEROES TO LC-LAST-RECV-DATE
               WRITE LEDGER-CONTROL-RECORD
               CLOSE LEDGER-CONTROL
               OPEN I-O LEDGER-CONTROL
           END-IF
           READ LEDGER-CONTROL
           ADD 1 TO LC-NEXT-ENTRY
           MOVE LC-NEXT-ENTRY TO LDG-ENTRY-NUMBER
           REWRITE LEDGER-CONTROL-RECORD
           CLOSE LEDGER-CONTROL
           MOVE LDG-ENTRY-NUMBER TO SA-ENTRY-NUMBER
           WRITE ACCOUNT-LEDGER-RECORD
           MOVE WS-ACCOUNT-STATUS TO IOC-STATUS
           MOVE "STUACCT" TO IOC-FILE-NAME
           PERFORM ZZ-CHECK-WRITE
           ADD 1 TO LDG-POSTED-COUNT.
