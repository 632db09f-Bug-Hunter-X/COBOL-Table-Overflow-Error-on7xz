      ******************************************************************
      * HOLDREC.CPY
      * SUSPECT-VALUE HOLD ROW - ONE PER DAILY MASTER ROW AMTOUTL
      * JUDGED OUT OF LINE WITH THE ITEM'S OWN HISTORY.  DAYMDIST
      * KEEPS A HELD ROW OUT OF EXTRACT1-8 AND SENDS IT ONLY ONCE IT
      * IS RELEASED.  THE FILE IS A GDG: OPERATIONS REVIEW THE
      * CURRENT GENERATION AND CHANGE HLD-STATUS BY HAND -
      *   H - HELD, AWAITING REVIEW (AS WRITTEN BY AMTOUTL)
      *   R - RELEASED BY OPERATIONS - THE AMOUNT IS GENUINE
      *   D - DISCARDED BY OPERATIONS - THE AMOUNT IS WRONG AND IS
      *       NEVER SENT; THE CORRECTION COMES IN A LATER FEED
      *   X - RELEASE BEING SENT TONIGHT (SET BY AMTOUTL WHEN IT
      *       CARRIES AN R ROW FORWARD; DROPPED THE NIGHT AFTER)
      * HLD-IMAGE IS THE HELD ROW'S DISTRIBUTED LAYOUT (THE FIRST
      * 134 POSITIONS OF DAYMREC), SENT AS IT STANDS ON RELEASE.
      ******************************************************************
       01  HLD-RECORD.
           05  HLD-STATUS           PIC X(01).
               88  HLD-HELD             VALUE 'H'.
               88  HLD-RELEASED         VALUE 'R'.
               88  HLD-DISCARDED        VALUE 'D'.
               88  HLD-SEND-TONIGHT     VALUE 'X'.
           05  FILLER               PIC X(01).
           05  HLD-HOLD-DATE        PIC X(08).
           05  HLD-RUN-ID           PIC X(08).
           05  HLD-REASON           PIC X(04).
               88  HLD-OUT-OF-RANGE     VALUE 'RNGE'.
               88  HLD-SIGN-FLIP        VALUE 'SIGN'.
               88  HLD-RANGE-AND-SIGN   VALUE 'BOTH'.
           05  HLD-DAY-COUNT        PIC 9(02).
           05  HLD-AVERAGE          PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  HLD-LOW              PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  HLD-HIGH             PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(06).
           05  HLD-IMAGE.
               10  HLD-ITEM-CODE    PIC X(08).
               10  FILLER           PIC X(54).
               10  HLD-LOAD-DATE    PIC X(08).
               10  FILLER           PIC X(44).
               10  HLD-CATEGORY     PIC X(04).
               10  HLD-AMOUNT       PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
               10  FILLER           PIC X(04).
