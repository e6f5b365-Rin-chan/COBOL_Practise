      ******************************************************************
      * RHLDWS.cpy
      * WORKING-STORAGE for honouring records holds in a purge: the
      * active RECHOLD holds (maintained by recHold) that reach the
      * file being purged are loaded whole into WS-HLD-TABLE before any
      * record is aged, with a tally of the records each hold kept.
      * The offsets say where the file's retention rule puts the
      * student name and the entry number, for matching a record
      * against student and entry holds (zero = the file carries no
      * such field).  Goes with a SELECT of RECORDS-HOLD (DD name
      * RECHOLD) and an FD copying RECHOLD.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01 WS-NAME-OFFSET            PIC 9(03) VALUE ZEROES.
       01 WS-ENTRY-OFFSET           PIC 9(03) VALUE ZEROES.
       01 WS-ENTRY-LENGTH           PIC 9(01) VALUE ZEROES.
       01 WS-RECORD-ENTRY           PIC X(09) VALUE ZEROES.
       01 WS-RECORD-ENTRY-N REDEFINES WS-RECORD-ENTRY
                                    PIC 9(09).
       01 WS-ENTRY-START            PIC 9(02) VALUE ZEROES.
       01 WS-HOLD-EOF-SWITCH        PIC X(01) VALUE "N".
           88 HOLD-EOF              VALUE "Y".
       01 WS-HELD-SWITCH            PIC X(01) VALUE "N".
           88 RECORD-HELD           VALUE "Y".
       01 WS-HLD-MAX                PIC 9(03) VALUE 200.
       01 WS-HLD-COUNT              PIC 9(03) VALUE ZEROES.
       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY          OCCURS 200 TIMES.
               10 WS-HLD-HOLD-NO    PIC 9(05).
               10 WS-HLD-TYPE       PIC X(01).
                   88 HLD-STUDENT   VALUE "S".
                   88 HLD-ENTRY     VALUE "E".
                   88 HLD-DATE      VALUE "D".
               10 WS-HLD-NAME       PIC X(25).
               10 WS-HLD-ALIAS      PIC X(25).
               10 WS-HLD-ENTRY-NO   PIC 9(09).
               10 WS-HLD-FROM-DATE  PIC 9(08).
               10 WS-HLD-TO-DATE    PIC 9(08).
               10 WS-HLD-REASON     PIC X(30).
               10 WS-HLD-AUTH-BY    PIC X(20).
               10 WS-HLD-KEPT       PIC 9(07).
       01 WS-HLD-SUB                PIC 9(03) VALUE ZEROES.
       01 WS-HLD-MATCH              PIC 9(03) VALUE ZEROES.
