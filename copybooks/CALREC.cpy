      ******************************************************************
      * CALREC.CPY
      * PROCESSING CALENDAR CARD, PROD.TBLOVFL.CALENDAR - MAINTAINED
      * BY OPERATIONS AND READ BY FEEDCONS (WHICH REGIONS ARE DUE
      * TONIGHT, AND WHETHER A FEED DATE IS A BUSINESS DAY) AND BY
      * MTDCLOSE (WHICH DAYS OF A MONTH MUST CARRY A FEED):
      *   WEEKDAYS - ONE CARD.  CAL-DAY-MASK HOLDS SEVEN Y/N FLAGS,
      *              MONDAY FIRST, MARKING THE NORMAL BUSINESS DAYS.
      *              WITHOUT THIS CARD THE WEEK IS 'YYYYYNN'.
      *   HOLIDAY  - ONE CARD PER HOLIDAY.  CAL-DATE HOLDS THE DATE
      *              AS YYYYMMDD.  CAL-SOURCE-ID BLANK MEANS A
      *              HOLIDAY FOR EVERY REGION (NOT A BUSINESS DAY);
      *              A SOURCE ID MEANS ONLY THAT REGION DOES NOT SEND
      *              THAT DAY (A REGIONAL HOLIDAY).
      *   BUSDAY   - ONE CARD PER EXTRA BUSINESS DAY THE WEEKDAY MASK
      *              WOULD OTHERWISE SKIP (A WORKING SATURDAY).  A
      *              HOLIDAY CARD FOR THE SAME DATE STILL WINS.
      *   SOURCE   - ONE CARD PER REGIONAL SOURCE ID THAT IS EXPECTED
      *              TO SEND.  CAL-DAY-MASK, MONDAY FIRST, SAYS ON
      *              WHICH WEEKDAYS IT SENDS; IT IS ONLY EVER DUE ON
      *              A BUSINESS DAY.  A BLANK MASK MEANS EVERY
      *              BUSINESS DAY.
      * CAL-DESC IS FREE TEXT FOR THE PERSON READING THE CARDS.
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-CARD-TYPE        PIC X(08).
               88  CAL-WEEKDAYS-CARD    VALUE 'WEEKDAYS'.
               88  CAL-HOLIDAY-CARD     VALUE 'HOLIDAY'.
               88  CAL-BUSDAY-CARD      VALUE 'BUSDAY'.
               88  CAL-SOURCE-CARD      VALUE 'SOURCE'.
           05  FILLER               PIC X(01).
           05  CAL-DATE             PIC X(08).
           05  FILLER               PIC X(01).
           05  CAL-SOURCE-ID        PIC X(08).
           05  FILLER               PIC X(01).
           05  CAL-DAY-MASK         PIC X(07).
           05  FILLER               PIC X(01).
           05  CAL-DESC             PIC X(30).
           05  FILLER               PIC X(15).
