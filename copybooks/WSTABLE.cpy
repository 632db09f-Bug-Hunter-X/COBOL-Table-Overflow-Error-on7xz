      * CARRIED AS A TYPED FIELD SO VALUE TOTALS AND THE DAILY
      * MASTER NEVER RE-PARSE THE RAW ITEM TEXT.
               10  WS-ITEM-AMOUNT   PIC S9(9)V99.
      * ORIGINATING REGION'S SOURCE ID, CARRIED FROM THE FEED DETAIL
      * SO REJECTS, SPILLS AND THE DAILY MASTER STILL KNOW WHICH
      * REGION SENT THE ITEM.
               10  WS-ITEM-SOURCE   PIC X(08).

      * ITEM-CODE INDEX OVER THE WORK TABLE, KEPT SORTED BY CODE AS
      * ENTRIES LOAD SO CORRECTION LOOKUPS RUN AS A BINARY SEARCH
