      * the change, and when it took (or takes) effect.    *
      * FLRH-OLD-LENGTH is zero for an add and             *
      * FLRH-NEW-LENGTH is zero for a delete.              *
      * FLRH-APPROVED-BY/FLRH-APPROVED-DATE name the       *
      * second user who released the change through        *
      * LENAPPRV and the day they did; history written     *
      * before the approval step existed carries spaces.   *
      *****************************************************
       01  FLRH-RECORD.
           05  FLRH-FIELD-NAME         PIC X(20).
           05  FLRH-KEYED-BY           PIC X(8).
           05  FLRH-KEYED-DATE         PIC 9(8).
           05  FLRH-EFFECTIVE-DATE     PIC 9(8).
           05  FLRH-APPROVED-BY        PIC X(8).
           05  FLRH-APPROVED-DATE      PIC 9(8).
