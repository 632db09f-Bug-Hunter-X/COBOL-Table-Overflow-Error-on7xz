      *   A003 - FIRST RECORD SPILLED TO THE OVERFLOW FILE
      *   A004 - EARLY REJECT RATE PASSED THE CONTROL THRESHOLD
      *          (USUALLY A MALFORMED UPSTREAM EXTRACT)
      *   A005 - A REGION THE PROCESSING CALENDAR EXPECTS TONIGHT
      *          SENT NOTHING (MISSING OR EMPTY SOURCE FEED)
      *   A006 - A SOURCE FEED'S HEADER DATE IS NOT A BUSINESS DAY,
      *          IS IN THE FUTURE, OR IS OVER ONE BUSINESS DAY OLD
      *   A007 - TONIGHT'S FEED VOLUME PROJECTS THE EXTRACTS READY
      *          AFTER THE CTL-EXTRACT-SLA-TIME DEADLINE
      * A005 AND A006 ARE RAISED BY FEEDCONS, AHEAD OF THE LOAD, ONTO
      * ITS OWN FEED ALERT FILE; ALERT-SOURCE-ID NAMES THE REGION.
      * A007 IS RAISED BY STRMTIME, RIGHT AFTER FEEDCONS, ONTO THE
      * SAME FEED ALERT FILE.
      ******************************************************************
       01  ALERT-RECORD.
           05  ALERT-RUN-ID         PIC X(08).
               88  ALERT-TABLE-95PCT    VALUE 'A002'.
               88  ALERT-FIRST-OVERFLOW VALUE 'A003'.
               88  ALERT-REJECT-RATE    VALUE 'A004'.
               88  ALERT-SOURCE-MISSING VALUE 'A005'.
               88  ALERT-FEED-DATE      VALUE 'A006'.
               88  ALERT-LATE-FINISH    VALUE 'A007'.
           05  ALERT-INPUT-SEQ      PIC 9(05).
           05  ALERT-TEXT           PIC X(40).
           05  ALERT-DATE           PIC X(08).
           05  ALERT-TIME           PIC X(06).
           05  ALERT-SOURCE-ID      PIC X(08).
           05  FILLER               PIC X(01).
