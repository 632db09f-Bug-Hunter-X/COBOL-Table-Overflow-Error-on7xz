      ******************************************************************
      * BKOREC.CPY
      * FEED BACK-OUT REQUEST RECORD (PROGRAM FEEDBKOT).  ONE ROW,
      * PREPARED BY OPERATIONS FROM THE REGMAINT LIST OUTPUT, NAMES
      * THE RUN REGISTRY ENTRY TO REVERSE.  ALL THREE KEYS MUST
      * MATCH ONE UNREVERSED ENTRY OR NOTHING IS TOUCHED:
      *   BKO-RUN-ID    - REG-RUN-ID OF THE POSTING RUN; EVERY DAILY
      *                   MASTER ROW CARRYING THIS DAYM-RUN-ID IS
      *                   REMOVED
      *   BKO-FEED-DATE - REG-FEED-DATE OF THE ENTRY
      *   BKO-SOURCE-ID - REG-SOURCE-ID OF THE ENTRY
      * BKO-RELATED-RUN-ID IS OPTIONAL - THE OVFLRPRC RUN THAT
      * REPROCESSED THE SAME FEED'S OVERFLOW THAT NIGHT.  OVFLRPRC
      * IS NOT REGISTERED, SO ITS ROWS ARE ONLY BACKED OUT WHEN
      * NAMED HERE.
      * OPERATOR ID AND REASON ARE REQUIRED - THEY ARE THE
      * AUTHORIZATION AND GO TO THE REGISTRY AUDIT TRAIL.
      ******************************************************************
       01  BKO-RECORD.
           05  BKO-RUN-ID           PIC X(08).
           05  FILLER               PIC X(01).
           05  BKO-FEED-DATE        PIC X(08).
           05  FILLER               PIC X(01).
           05  BKO-SOURCE-ID        PIC X(08).
           05  FILLER               PIC X(01).
           05  BKO-OPERATOR         PIC X(08).
           05  FILLER               PIC X(01).
           05  BKO-REASON           PIC X(30).
           05  FILLER               PIC X(01).
           05  BKO-RELATED-RUN-ID   PIC X(08).
           05  FILLER               PIC X(05).
