      * HASH RULE MATCHES TRANREC - THE SUM OF EVERY NUMERIC DIGIT
      * CHARACTER IN EACH DETAIL RECORD - SO THE RECEIVING SYSTEMS
      * BALANCE EXTRACTS THE SAME WAY THIS SHOP BALANCES ITS FEED.
      *
      * XTR-HDR-CUT-DATE IS THE RUN DATE THE EXTRACT WAS CUT, IN
      * EVERY EXTRACT DAYMDIST AND DAYMCHG WRITE.  FOR DAYMDIST'S
      * EXTRACTS IT IS ALSO THE DATE THE DELIVERY HISTORY AND THE
      * RECEIVERS' ACKS KEY ON.
      ******************************************************************
       01  DST-CONTROL-RECORD.
           05  DST-CATEGORY         PIC X(04).
