      *       A BLANK FIELD MEANS "LEAVE AS IS")
      *   R - REACTIVATE AN INACTIVE ITEM
      *   D - DEACTIVATE AN ACTIVE ITEM
      * ITMDRAFT WRITES DRAFT ADDS IN THIS LAYOUT FOR THE PRODUCT
      * AREA TO REVIEW, ONE PER ITEM CODE REJECTING R002 (UNKNOWN
      * ITEM): THE FEED'S ITEM TEXT IS THE SUGGESTED DESCRIPTION, THE
      * CATEGORY IS LEFT BLANK FOR THE REVIEWER TO FILL IN (SO AN
      * UNREVIEWED DRAFT CANNOT BE APPLIED), AND ITMT-DRAFT-NIGHTS
      * AND ITMT-DRAFT-VALUE SAY HOW MANY NIGHTS AND HOW MUCH VALUE
      * THE CODE HAS REJECTED.  ITMMAINT IGNORES THE DRAFT FIELDS.
      ******************************************************************
       01  ITMT-RECORD.
           05  ITMT-ACTION          PIC X(01).
           05  ITMT-DESC            PIC X(30).
           05  FILLER               PIC X(01).
           05  ITMT-CATEGORY        PIC X(04).
           05  FILLER               PIC X(01).
           05  ITMT-DRAFT-NIGHTS    PIC 9(03).
           05  FILLER               PIC X(01).
           05  ITMT-DRAFT-VALUE     PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(17).
