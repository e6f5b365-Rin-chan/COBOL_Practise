      ******************************************************************
      * ROOMMAST.cpy
      * Shared record layout for the ROOMMAST room master -- indexed
      * on the room ID, one record per classroom the catalog can
      * book.  Carries the building, the seating capacity courseMaint
      * warns against when a course's capacity is larger, and the
      * kind of room.  Maintained through roomMaint; courses name
      * their room in CM-ROOM-ID on CRSMAST.
      *
      * 2026-09-28  RSG  original.
      ******************************************************************
       01  ROOM-RECORD.
           05 RM-ROOM-ID            PIC X(06).
           05 RM-BUILDING           PIC X(20).
           05 RM-SEATING            PIC 9(03).
           05 RM-ROOM-TYPE          PIC X(01).
               88 RM-LECTURE-ROOM   VALUE "L".
               88 RM-LABORATORY     VALUE "B".
               88 RM-SEMINAR-ROOM   VALUE "S".
               88 RM-COMPUTER-LAB   VALUE "C".
               88 RM-VALID-TYPE     VALUE "L" "B" "S" "C".
