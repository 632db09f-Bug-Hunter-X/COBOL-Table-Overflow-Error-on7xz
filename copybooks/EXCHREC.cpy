      ******************************************************************
      * EXCHREC.CPY
      * PERMANENT EXCEPTION HISTORY ROW, PROD.TBLOVFL.EXCPHIST -
      * APPENDED BY MORNBRF AT THE END OF EVERY NIGHT FROM THE
      * REJECT, OVERFLOW AND OVERFLOW2 FILES BEFORE THE NEXT NIGHT'S
      * STEP0050 DELETES THEM, SO AN ITEM'S REJECTS AND SPILLS CAN
      * STILL BE TRACED (ITMTRACE) LONG AFTER THE NIGHT THEY HAPPENED:
      *   R - REJECTED (REASON CODE AND TEXT FROM THE REJECT FILE)
      *   S - SPILLED TO OVERFLOW WHEN THE TABLE WAS FULL
      *   2 - SPILLED AGAIN BY THE OVERFLOW REPROCESS (OVERFLOW2
      *       RESIDUE, LEFT FOR MANUAL REPROCESSING)
      * EXH-DATE AND EXH-RUN-ID ARE THE NIGHT'S TBLOVFL RUN FROM THE
      * STATUS RECORD, SO THEY LINE UP WITH DAYM-LOAD-DATE AND
      * DAYM-RUN-ID ON THE ROWS THE SAME RUN LOADED.  THE ITEM CODE
      * IS THE FIRST EIGHT POSITIONS OF EXH-ITEM.
      ******************************************************************
       01  EXH-RECORD.
           05  EXH-EVENT            PIC X(01).
               88  EXH-REJECTED         VALUE 'R'.
               88  EXH-SPILLED          VALUE 'S'.
               88  EXH-RESPILLED        VALUE '2'.
           05  EXH-DATE             PIC X(08).
           05  EXH-TIME             PIC X(06).
           05  EXH-RUN-ID           PIC X(08).
           05  EXH-SEQ-NO           PIC 9(05).
           05  EXH-ITEM             PIC X(50).
           05  EXH-REASON-CODE      PIC X(04).
           05  EXH-REASON-TEXT      PIC X(30).
           05  EXH-SOURCE-ID        PIC X(08).
           05  FILLER               PIC X(10).
