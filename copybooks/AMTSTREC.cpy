      ******************************************************************
      * AMTSTREC.CPY
      * ROLLING ITEM AMOUNT STATISTICS - ONE ROW PER ITEM CODE, IN
      * ITEM CODE ORDER, HOLDING THE ITEM'S LAST TWENTY DAILY AMOUNTS
      * OLDEST FIRST.  AMTOUTL ROLLS EACH NIGHT'S ITEMMAST.HIST
      * GENERATION INTO IT (LIVE IMAGES ONLY - A BEFORE-IMAGE WAS
      * REPLACED BECAUSE IT WAS WRONG) AND JUDGES TONIGHT'S DAYMAST
      * AMOUNTS AGAINST THE AVERAGE AND RANGE OF THESE DAYS.
      * AST-LAST-DATE IS THE LOAD DATE OF THE NEWEST AMOUNT, SO A DAY
      * IS NEVER COUNTED TWICE.  THE FILE IS A GDG - GENERATION (0)
      * IS READ, (+1) IS WRITTEN.
      ******************************************************************
       01  AST-RECORD.
           05  AST-ITEM-CODE        PIC X(08).
           05  AST-LAST-DATE        PIC X(08).
           05  AST-DAY-COUNT        PIC 9(02).
           05  AST-DAY-AMOUNT       PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE
                                    OCCURS 20 TIMES.
           05  FILLER               PIC X(02).
