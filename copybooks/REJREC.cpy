               88  REJ-INACTIVE-ITEM    VALUE 'R003'.
               88  REJ-BAD-AMOUNT       VALUE 'R004'.
           05  REJ-REASON-TEXT      PIC X(30).
      * ORIGINATING REGION OF THE REJECTED DETAIL
           05  REJ-SOURCE-ID        PIC X(08).
