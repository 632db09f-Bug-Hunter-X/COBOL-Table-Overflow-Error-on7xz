      ******************************************************************
      * MTDREC.CPY
      * MONTH-TO-DATE SUMMARY RECORD.  MTDACCUM WRITES, FOR EVERY
      * FEED DATE THE RECONCILIATION PROVED, ONE DAY ROW ('D') AND
      * ONE ROW PER ITEM CATEGORY ('C') HOLDING THE ITEM COUNT AND
      * DAYM-AMOUNT TOTAL OF THAT DAY'S DAILY MASTER ROWS.  THE DAY
      * ROW ALSO CARRIES THE RUN REGISTRY ENTRY THE DAY WAS PROVED
      * AGAINST, SO THE MONTH-END CLOSE (MTDCLOSE) CAN TIE THE
      * CATEGORY TOTALS BACK TO RUNREG AND SEE A DAY WHOSE ENTRY
      * WAS BACKED OUT AFTERWARDS.  ONE SOURCE ROW ('S') PER REGION
      * (DAYM-SOURCE-ID) HOLDS THAT REGION'S SHARE OF THE DAY WITH
      * ITS OWN REGIONAL REGISTRY ENTRY, SO THE CLOSE CAN ALSO TIE
      * THE MONTH BY SOURCE.  A FEED DATE ACCUMULATED AGAIN
      * (A RESEND AFTER A BACK-OUT) REPLACES ITS EARLIER ROWS.
      * THE FILE IS A GDG - (0) IS READ, (+1) IS WRITTEN - AND HOLDS
      * EVERY MONTH NOT YET CLOSED.
      ******************************************************************
       01  MTD-RECORD.
           05  MTD-REC-TYPE         PIC X(01).
               88  MTD-DAY-ROW          VALUE 'D'.
               88  MTD-CATEGORY-ROW     VALUE 'C'.
               88  MTD-SOURCE-ROW       VALUE 'S'.
           05  MTD-FEED-DATE        PIC X(08).
      * BLANK ON A DAY ROW AND A SOURCE ROW
           05  MTD-CATEGORY         PIC X(04).
      * ITEM COUNT AND VALUE - THE CATEGORY'S ON A 'C' ROW, THE
      * REGION'S ON AN 'S' ROW, THE WHOLE DAY'S ON A 'D' ROW
           05  MTD-ITEM-COUNT       PIC 9(07).
           05  MTD-AMOUNT           PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
      * REGISTRY ENTRY THE DAY WAS PROVED AGAINST ON A 'D' ROW; ON
      * AN 'S' ROW THE REGION AND THE SUM OF ITS UNREVERSED REGIONAL
      * ENTRIES FOR THE FEED DATE (ZERO WHEN IT HAS NONE); UNUSED ON
      * A 'C' ROW
           05  MTD-REG-SOURCE-ID    PIC X(08).
           05  MTD-REG-COUNT        PIC 9(07).
           05  MTD-REG-AMOUNT       PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  MTD-RUN-ID           PIC X(08).
           05  MTD-LOAD-DATE        PIC X(08).
      * 'Y' WHEN THE DAY'S REGISTRY ENTRY WAS FOUND AND THE LOAD HAD
      * COMPLETED; ANYTHING ELSE HOLDS THE MONTH-END CLOSE
           05  MTD-PROVEN-FLAG      PIC X(01).
               88  MTD-DAY-PROVEN       VALUE 'Y'.
