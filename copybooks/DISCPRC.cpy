      ******************************************************************
      * DISCPRC.cpy
      * Shared PROCEDURE DIVISION paragraph that goes with DISCWS.cpy.
      * ZD-LOG-DISCLOSURE appends one DISCLOG record for the student
      * in DSC-STUDENT-ID, stamped with today's date and time, and
      * closes the log again so a run that abends has still logged
      * every disclosure it made -- the same open-per-entry pattern
      * ZX-WRITE-JOURNAL uses.
      *
      * 2026-10-14  RSG  original.
      ******************************************************************
       ZD-LOG-DISCLOSURE.
           OPEN EXTEND DISCLOSURE-LOG
           IF NOT DISCLOG-OK
               OPEN OUTPUT DISCLOSURE-LOG
           END-IF
           MOVE DSC-STUDENT-ID TO DL-STUDENT-ID
           MOVE DSC-STUDENT-NAME TO DL-STUDENT-NAME
           ACCEPT DL-DATE FROM DATE YYYYMMDD
           ACCEPT DL-TIME FROM TIME
           MOVE DSC-PROGRAM TO DL-PROGRAM
           MOVE DSC-OPERATOR TO DL-OPERATOR
           MOVE DSC-MEDIUM TO DL-MEDIUM
           MOVE DSC-PURPOSE TO DL-PURPOSE
           MOVE DSC-MASKED-FLAG TO DL-MASKED-FLAG
           WRITE DISCLOSURE-RECORD
           CLOSE DISCLOSURE-LOG
           MOVE "N" TO DSC-MASKED-FLAG.
