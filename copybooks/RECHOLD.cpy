      ******************************************************************
      * RECHOLD.cpy
      * Records-hold file -- one record per hold placed because an
      * appeal, audit or legal matter requires records to be kept
      * past their RETRULES retention.  A hold names a student ID
      * (matched by the student's name and alias on files that carry
      * a name), an entry number (matched against the file's entry
      * or sequence number), or a range of record dates, for one
      * purged file or (RH-FILE-NAME spaces) every one.  filePurge
      * keeps any aged record an active hold covers; recHold places,
      * releases and reports the holds.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  RECORDS-HOLD-RECORD.
           05 RH-HOLD-NO            PIC 9(05).
           05 RH-HOLD-TYPE          PIC X(01).
               88 RH-STUDENT-HOLD   VALUE "S".
               88 RH-ENTRY-HOLD     VALUE "E".
               88 RH-DATE-HOLD      VALUE "D".
           05 RH-FILE-NAME          PIC X(08).
           05 RH-STUDENT-ID         PIC 9(06).
           05 RH-STUDENT-NAME       PIC X(25).
           05 RH-ENTRY-NO           PIC 9(09).
           05 RH-FROM-DATE          PIC 9(08).
           05 RH-TO-DATE            PIC 9(08).
           05 RH-REASON             PIC X(30).
           05 RH-AUTHORIZED-BY      PIC X(20).
           05 RH-STATUS             PIC X(01).
               88 RH-ACTIVE         VALUE "A".
               88 RH-RELEASED       VALUE "R".
           05 RH-PLACED-DATE        PIC 9(08).
           05 RH-PLACED-OPERATOR    PIC X(08).
           05 RH-RELEASED-DATE      PIC 9(08).
           05 RH-RELEASED-OPERATOR  PIC X(08).
