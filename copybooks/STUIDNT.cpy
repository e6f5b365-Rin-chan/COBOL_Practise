      *                  renamed student still resolves to the same
      *                  permanent ID instead of silently drawing a
      *                  second identity.
      * 2026-10-05  RSG  added SI-PROGRAM-ID -- the academic program
      *                  (major) the student has declared, from the
      *                  new PROGMAST program master (spaces = none
      *                  declared).  Set through progMaint; the
      *                  degreeAudit run audits against it.
      * 2026-10-14  RSG  added SI-PRIVACY-FLAG and SI-PRIVACY-DATE --
      *                  "Y" when the student has withheld directory
      *                  information, set and cleared through the
      *                  audited privHold transaction with the
      *                  business date of the change.  Records cut
      *                  before the field existed read as spaces,
      *                  which is directory information released.
      ******************************************************************
       01  IDENTITY-RECORD.
           05 SI-STUDENT-ID         PIC 9(06).
           05 SI-STUDENT-NAME       PIC X(25).
           05 SI-FIRST-REG-DATE     PIC X(10).
           05 SI-ALIAS-NAME         PIC X(25).
           05 SI-PROGRAM-ID         PIC X(06).
           05 SI-PRIVACY-FLAG       PIC X(01).
               88 SI-DIRECTORY-WITHHELD VALUE "Y".
               88 SI-DIRECTORY-RELEASED VALUE "N" " ".
           05 SI-PRIVACY-DATE       PIC 9(08).
