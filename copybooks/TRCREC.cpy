      ******************************************************************
      * TRCREC.CPY
      * ITEM TRACE REQUEST CARD, READ BY ITMTRACE (JOB ITMTRCJ).  ONE
      * CARD NAMES THE ITEM CODE TO TRACE AND THE RANGE OF DATES TO
      * TRACE IT OVER, BOTH DATES YYYYMMDD AND INCLUSIVE.  A BLANK
      * FROM-DATE MEANS FROM THE OLDEST HISTORY KEPT; A BLANK TO-DATE
      * MEANS UP TO TODAY.
      * CARD COLUMNS: ITEM CODE 1-8, FROM-DATE 10-17, TO-DATE 19-26.
      ******************************************************************
       01  TRC-RECORD.
           05  TRC-ITEM-CODE        PIC X(08).
           05  FILLER               PIC X(01).
           05  TRC-FROM-DATE        PIC X(08).
           05  FILLER               PIC X(01).
           05  TRC-TO-DATE          PIC X(08).
           05  FILLER               PIC X(54).
