      ******************************************************************
      * CLSREC.CPY
      * MONTH-END CLOSE REQUEST CARDS (PROGRAM MTDCLOSE), PREPARED
      * BY OPERATIONS:
      *   CLOSE   - ONE CARD.  CLS-DATE HOLDS THE MONTH TO CLOSE AS
      *             YYYYMM; CLS-OPERATOR IS REQUIRED.
      *   HOLIDAY - ONE CARD PER BANK HOLIDAY IN THE MONTH THAT FALLS
      *             MONDAY TO FRIDAY.  CLS-DATE HOLDS THE DATE AS
      *             YYYYMMDD.  NO FEED IS EXPECTED ON THAT DAY.
      ******************************************************************
       01  CLS-RECORD.
           05  CLS-CARD-TYPE        PIC X(08).
               88  CLS-CLOSE-CARD       VALUE 'CLOSE'.
               88  CLS-HOLIDAY-CARD     VALUE 'HOLIDAY'.
           05  FILLER               PIC X(01).
           05  CLS-DATE             PIC X(08).
           05  FILLER               PIC X(01).
           05  CLS-OPERATOR         PIC X(08).
           05  FILLER               PIC X(54).
