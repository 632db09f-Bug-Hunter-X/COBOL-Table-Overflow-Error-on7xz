           05  OVFL-ITEM            PIC X(50).
           05  OVFL-DATE            PIC X(08).
           05  OVFL-TIME            PIC X(06).
      * ORIGINATING REGION OF THE SPILLED ITEM
           05  OVFL-SOURCE-ID       PIC X(08).
