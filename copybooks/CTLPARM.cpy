      * RECYCLED REJECT MAY STAY OPEN BEFORE IT APPEARS ON THE
      * REJRCYCL AGING REPORT.  CTL-REJECT-PCT-LIMIT IS THE EARLY
      * REJECT-RATE PERCENTAGE THAT RAISES AN IN-FLIGHT OPERATOR
      * ALERT.  CTL-ACK-CUTOFF-TIME (HHMM) IS THE TIME ON THE CUT
      * DATE BY WHICH EVERY DISTRIBUTION EXTRACT MUST BE ACKNOWLEDGED
      * IN BALANCE (ACKMATCH).  CTL-OUTLIER-PCT IS THE TOLERANCE, AS
      * A PERCENTAGE OF AN ITEM'S TRAILING AVERAGE, BY WHICH A NIGHT'S
      * AMOUNT MAY FALL OUTSIDE THE ITEM'S TRAILING RANGE BEFORE
      * AMTOUTL HOLDS IT AS A SUSPECT VALUE; CTL-OUTLIER-MIN-DAYS IS
      * THE NUMBER OF DAYS OF HISTORY AN ITEM NEEDS BEFORE ITS RANGE
      * IS TRUSTED.  CTL-EXTRACT-SLA-TIME (HHMM) IS THE TIME BY
      * WHICH THE NIGHT'S DISTRIBUTION EXTRACTS MUST BE READY (THE
      * END OF DAYMDIST), ON THE MORNING AFTER THE BUSINESS NIGHT -
      * A STREAM STARTED AFTER NOON IS DUE THE NEXT MORNING, ONE
      * STARTED BEFORE THE SLA TIME THAT SAME MORNING, AND ONE
      * STARTED BETWEEN THE SLA TIME AND NOON IS ALREADY LATE
      * (STRMTIME).  ALL ARE DEFAULTED WHEN ZERO OR NOT NUMERIC, SO
      * OLDER SHORT CONTROL RECORDS STILL WORK.
      ******************************************************************
       01  CTL-RECORD.
           05  CTL-GROWTH-VALUE     PIC 9(5).
           05  CTL-AGE-LIMIT        PIC 9(3).
           05  CTL-REJECT-PCT-LIMIT PIC 9(3).
           05  CTL-ACK-CUTOFF-TIME  PIC 9(4).
           05  CTL-OUTLIER-PCT      PIC 9(3).
           05  CTL-OUTLIER-MIN-DAYS PIC 9(2).
           05  CTL-EXTRACT-SLA-TIME PIC 9(4).
