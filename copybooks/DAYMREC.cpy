      * ADD/REPLACE - A KEY ALREADY ON THE MASTER IS REWRITTEN WITH
      * THE LATEST IMAGE.  THE ITEM CODE IS THE FIRST EIGHT POSITIONS
      * OF THE ITEM DATA.
      * THE FIRST 134 POSITIONS ARE THE DISTRIBUTED LAYOUT THE
      * EXTRACT RECEIVERS BALANCE; EVERYTHING AFTER THEM IS FOR OUR
      * OWN HISTORY AND NEVER LEAVES THE SHOP.
      ******************************************************************
       01  DAYM-RECORD.
           05  DAYM-ITEM-CODE       PIC X(08).
           05  DAYM-AMOUNT          PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(04).
      * RUN ID OF THE LOAD THAT REPLACED THIS IMAGE ON THE MASTER.
      * BLANK ON A LIVE ROW; SET ONLY ON A BEFORE-IMAGE SAVED AT
      * REPLACE TIME AND ROLLED TO THE HISTORY GENERATIONS, SO A
      * FEED BACK-OUT CAN PUT BACK EXACTLY WHAT A RUN OVERWROTE.
           05  DAYM-SUPERSEDED-BY   PIC X(08).
      * SOURCE ID OF THE REGION WHOSE FEED DETAIL LOADED THE ROW.
           05  DAYM-SOURCE-ID       PIC X(08).
      * LOAD DATE OF THE RUN NAMED IN DAYM-SUPERSEDED-BY.  RUN IDS
      * REPEAT FROM NIGHT TO NIGHT, SO THE BACK-OUT NEEDS BOTH TO
      * KNOW WHICH NIGHT'S RUN REPLACED THE IMAGE.
           05  DAYM-SUPERSEDED-DATE PIC X(08).
           05  FILLER               PIC X(02).
