               88  TRAN-TYPE-PRI        VALUE 'PRI'.
               88  TRAN-TYPE-COR        VALUE 'COR'.
               88  TRAN-TYPE-STD        VALUE 'STD' '   '.

      * CONSOLIDATED FEED DETAIL.  FEEDCONS APPENDS THE ORIGINATING
      * REGION'S SOURCE ID BEHIND THE 50-BYTE DETAIL, SO THE REGION
      * TRAVELS WITH THE ITEM THROUGH THE LOAD.  THE HASH RULE STILL
      * COVERS ONLY THE 50 DETAIL POSITIONS, SO A REGIONAL TRAILER
      * AND THE COMBINED TRAILER BALANCE THE SAME DETAILS.  A FEED
      * THAT DID NOT PASS THROUGH FEEDCONS HAS SPACES HERE AND THE
      * HEADER SOURCE ID APPLIES.
       01  TRAN-CONS-DETAIL-RECORD.
           05  TRAN-CONS-DETAIL     PIC X(50).
           05  TRAN-CONS-SOURCE-ID  PIC X(08).
