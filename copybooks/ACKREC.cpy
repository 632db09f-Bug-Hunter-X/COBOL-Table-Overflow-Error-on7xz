      ******************************************************************
      * ACKREC.CPY
      * INBOUND EXTRACT ACKNOWLEDGMENT FROM THE RECEIVING SYSTEMS -
      * ONE ROW PER EXTRACT PER CUT DATE, 'ACK' WHEN THE RECEIVER
      * LOADED IT OR 'NAK' WHEN IT REFUSED IT, WITH THE RECORD COUNT
      * AND HASH TOTAL THE RECEIVER ITSELF BALANCED THE EXTRACT TO
      * (THE DSTREC HASH RULE) AND, ON A NAK, ITS REASON.  THE
      * RECEIVERS' TRANSFERS APPEND TO THE FILE; ACKMATCH EMPTIES IT
      * ONCE EVERY ROW IS RECORDED IN THE DELIVERY HISTORY.
      ******************************************************************
       01  ACK-RECORD.
           05  ACK-TYPE             PIC X(03).
               88  ACK-POSITIVE         VALUE 'ACK'.
               88  ACK-NEGATIVE         VALUE 'NAK'.
           05  FILLER               PIC X(01).
           05  ACK-EXTRACT-NO       PIC 9(02).
           05  FILLER               PIC X(01).
           05  ACK-CUT-DATE         PIC X(08).
           05  FILLER               PIC X(01).
           05  ACK-RECORD-COUNT     PIC 9(07).
           05  FILLER               PIC X(01).
           05  ACK-HASH-TOTAL       PIC 9(12).
           05  FILLER               PIC X(01).
           05  ACK-REASON           PIC X(20).
           05  FILLER               PIC X(23).
