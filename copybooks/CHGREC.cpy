      ******************************************************************
      * CHGREC.CPY
      * DAY-OVER-DAY CHANGE EXTRACT DETAIL RECORD, WRITTEN BY DAYMCHG
      * FOR THE RECEIVING SYSTEMS THAT WANT ONLY WHAT CHANGED SINCE
      * THE PRIOR DAY RATHER THAN THE FULL DAY DAYMDIST SENDS.
      *
      * ONE ROW PER ITEM THAT IS NEW TODAY, CHANGED SINCE THE PRIOR
      * DAY (DESCRIPTION, CATEGORY OR AMOUNT), OR NOT PRESENT TODAY.
      * AN UNCHANGED ITEM IS NOT SENT.  ON A CHANGE THE THREE FLAGS
      * SAY WHICH FIELDS MOVED, AND THE PRIOR VALUES TRAVEL WITH THE
      * NEW ONES.  ON A DROP THE CURRENT FIELDS CARRY THE PRIOR DAY'S
      * LAST IMAGE.
      *
      * THE FILE IS 134 BYTES AND CARRIES THE SAME HDR/TRL BATCH
      * CONTROLS AS THE DISTRIBUTION EXTRACTS (DSTREC.CPY), WITH THE
      * SAME COUNT AND HASH RULES, SO THE RECEIVERS BALANCE IT THE
      * WAY THEY BALANCE EVERYTHING ELSE WE SEND.  THE HEADER DATE
      * IS THE RUN DATE THE FILE WAS CUT; CHG-CUT-DATE ON EACH ROW IS
      * THE LOAD DATE THE CHANGE BELONGS TO, AND DIFFERS FROM IT ONLY
      * WHEN THE STREAM RUNS PAST MIDNIGHT.
      ******************************************************************
       01  CHG-RECORD.
           05  CHG-ACTION           PIC X(01).
               88  CHG-NEW-ITEM         VALUE 'A'.
               88  CHG-CHANGED-ITEM     VALUE 'C'.
               88  CHG-DROPPED-ITEM     VALUE 'D'.
           05  CHG-DESC-FLAG        PIC X(01).
               88  CHG-DESC-CHANGED     VALUE 'Y'.
           05  CHG-CATEGORY-FLAG    PIC X(01).
               88  CHG-CATEGORY-CHANGED VALUE 'Y'.
           05  CHG-AMOUNT-FLAG      PIC X(01).
               88  CHG-AMOUNT-CHANGED   VALUE 'Y'.
           05  CHG-ITEM-CODE        PIC X(08).
           05  CHG-ITEM-TYPE        PIC X(04).
           05  CHG-CUT-DATE         PIC X(08).
           05  CHG-PRIOR-DATE       PIC X(08).
           05  CHG-DESC             PIC X(30).
           05  CHG-CATEGORY         PIC X(04).
           05  CHG-AMOUNT           PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  CHG-PRIOR-DESC       PIC X(30).
           05  CHG-PRIOR-CATEGORY   PIC X(04).
           05  CHG-PRIOR-AMOUNT     PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(10).
