      ******************************************************************
      * PROGRAM-ID : DAYMCHG
      * PURPOSE    : DAY-OVER-DAY CHANGE EXTRACT.  COMPARES TONIGHT'S
      *              DAILY ITEM MASTER WITH THE PRIOR DAY'S ROWS IN
      *              THE HISTORY GENERATION DAYMPURG JUST WROTE, AND
      *              CUTS ONE EXTRACT (CHGREC.CPY) WITH AN ACTION
      *              CODE PER ITEM - A NEW ITEM, C DESCRIPTION,
      *              CATEGORY OR AMOUNT CHANGED, D NOT PRESENT TODAY -
      *              FOR THE RECEIVERS THAT WANT ONLY WHAT CHANGED
      *              AND USED TO DIFF DAYMDIST'S FULL EXTRACTS.
      *
      * NOTES      : THE HISTORY GENERATION HOLDS THE ROWS ROLLED OFF
      *              THE MASTER AND THE BEFORE-IMAGES OF ROWS REPLACED
      *              TONIGHT, SO EVERY ITEM THE PRIOR DAY ENDED WITH
      *              IS IN IT, LIVE OR SUPERSEDED.  IT IS SORTED BY
      *              ITEM, NEWEST LOAD FIRST, AND THE NEWEST IMAGE
      *              LOADED BEFORE TONIGHT IS THE PRIOR DAY'S ROW.
      *              IMAGES LOADED AND REPLACED WITHIN TONIGHT'S RUN
      *              CARRY TONIGHT'S LOAD DATE AND ARE PASSED OVER.
      *              TONIGHT'S ROWS ARE THE MASTER ROWS CARRYING THE
      *              STATUS RECORD'S LOAD DATE, THE SAME SELECTION
      *              EODRECON PROVES.
      *
      *              THE EXTRACT CARRIES HDR/TRL BATCH CONTROLS IN THE
      *              DAYMDIST STYLE (DSTREC.CPY) - RECORD COUNT AND
      *              THE SUM OF EVERY DIGIT IN EACH DETAIL - AND IS
      *              CUT EVEN WHEN NOTHING CHANGED, SO THE RECEIVER
      *              CAN PROVE IT WAS SENT NOTHING.
      *
      *              A ROW AMTOUTL HELD TONIGHT AS A SUSPECT VALUE (AN
      *              'H' ROW ON TONIGHT'S HOLD FILE FOR THE ITEM AND
      *              LOAD DATE) IS LEFT OUT OF THE EXTRACT, AS DAYMDIST
      *              LEAVES IT OUT OF EXTRACT1-8 - NEITHER ADDED NOR
      *              CHANGED - AND COUNTED ON THE REPORT.  THE STEP
      *              THEREFORE RUNS AFTER AMTOUTL.
      *
      * RETURN CODES:
      *              00 - NORMAL END OF JOB
      *              04 - THE HOLD FILE HAD MORE HELD ROWS THAN THE
      *                   HOLD TABLE - THE EXCESS WERE SENT
      *              16 - STATUS RECORD, DAYMAST OR HISTFILE
      *                   UNAVAILABLE - NO EXTRACT CUT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYMCHG.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATUS-FILE
               ASSIGN TO STATFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO DAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DAYM-ITEM-CODE
               FILE STATUS IS WS-DAYM-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CHANGE-FILE
               ASSIGN TO CHGFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT TIMING-FILE
               ASSIGN TO TIMEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  STATUS-FILE-RECORD       PIC X(110).

       FD  ITEM-MASTER-FILE.
      * KEYED DAILY ITEM MASTER RECORD (KEY = DAYM-ITEM-CODE)
           COPY DAYMREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-FILE-RECORD      PIC X(160).

      * HISTORY IMAGE AS SORTED - ITEM CODE, THEN NEWEST LOAD FIRST
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-ITEM-CODE       PIC X(08).
           05  FILLER               PIC X(54).
           05  SORT-LOAD-DATE       PIC X(08).
           05  SORT-LOAD-TIME       PIC X(06).
           05  FILLER               PIC X(84).

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-FILE-RECORD         PIC X(200).

       FD  CHANGE-FILE
           RECORDING MODE IS F.
       01  CHANGE-FILE-RECORD       PIC X(134).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * RUN STATUS RECORD WRITTEN BY TBLOVFL - SUPPLIES THE LOAD DATE
           COPY STATREC.

      * EXTRACT HDR/TRL LAYOUTS SHARED WITH DAYMDIST
           COPY DSTREC.

      * CHANGE EXTRACT DETAIL RECORD
           COPY CHGREC.

      * SUSPECT-VALUE HOLD ROW
           COPY HOLDREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-STAT-STATUS       PIC XX.
               88  WS-STAT-OK           VALUE '00' '05'.
           05  WS-DAYM-STATUS       PIC XX.
               88  WS-DAYM-OK           VALUE '00'.
           05  WS-HIST-STATUS       PIC XX.
               88  WS-HIST-OK           VALUE '00'.
           05  WS-HOLD-STATUS       PIC XX.
               88  WS-HOLD-OK           VALUE '00' '05'.
           05  WS-CHG-STATUS        PIC XX.
               88  WS-CHG-OK            VALUE '00'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STAT-FOUND-SW     PIC X VALUE 'N'.
               88  WS-STAT-FOUND        VALUE 'Y'.
           05  WS-DAYM-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-DAYM       VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-SORT       VALUE 'Y'.
           05  WS-PRIOR-TAKEN-SW    PIC X VALUE 'N'.
               88  WS-PRIOR-TAKEN       VALUE 'Y'.
           05  WS-HOLD-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-HOLD       VALUE 'Y'.
           05  WS-ROW-HELD-SW       PIC X VALUE 'N'.
               88  WS-ROW-HELD          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TODAY-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PRIOR-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-HIST-IN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HIST-SKIP-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NEW-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-CHANGED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DESC-CHG-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-CAT-CHG-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-AMT-CHG-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DROPPED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-UNCHANGED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-HOLD-OVER-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HOLD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-HOLD-MAX          PIC 9(5) VALUE 1000.
           05  WS-HOLD-SUB          PIC 9(5) VALUE ZERO.
           05  WS-XTR-REC-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-XTR-HASH          PIC 9(12) VALUE ZERO.
           05  WS-HASH-SUB          PIC 9(3) VALUE ZERO.
           05  WS-HASH-DIGIT        PIC 9(1) VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-LOAD-DATE         PIC X(08) VALUE SPACES.
           05  WS-XTR-RECORD        PIC X(134).

      * MATCH KEYS - HIGH-VALUES ONCE A SIDE IS EXHAUSTED
       01  WS-MATCH-KEYS.
           05  WS-TODAY-KEY         PIC X(08) VALUE SPACES.
           05  WS-PRIOR-KEY         PIC X(08) VALUE SPACES.
           05  WS-LAST-PRIOR-KEY    PIC X(08) VALUE LOW-VALUES.

      * ROWS HELD TONIGHT AS SUSPECT VALUES - ITEM AND LOAD DATE OF
      * EVERY 'H' ROW ON THE HOLD FILE FOR TONIGHT'S LOAD.  A HOLD
      * BEYOND THE TABLE IS COUNTED AND REPORTED, AND ITS ROW IS SENT,
      * AS IN DAYMDIST.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-HOLD-ITEM-CODE PIC X(08).
               10  WS-HOLD-LOAD-DATE PIC X(08).

      * THE PRIOR DAY'S IMAGE OF THE ITEM BEING MATCHED (DAYMREC
      * LAYOUT)
       01  WS-PRIOR-IMAGE.
           05  WS-PRIOR-ITEM-CODE   PIC X(08).
           05  WS-PRIOR-ITEM-TYPE   PIC X(04).
           05  FILLER               PIC X(50).
           05  WS-PRIOR-LOAD-DATE   PIC X(08).
           05  WS-PRIOR-LOAD-TIME   PIC X(06).
           05  WS-PRIOR-RUN-ID      PIC X(08).
           05  WS-PRIOR-DESC        PIC X(30).
           05  WS-PRIOR-CATEGORY    PIC X(04).
           05  WS-PRIOR-AMOUNT      PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(30).

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'DAYMCHG CHANGE EXTR '.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
           05  RPT-D-VALUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(84) VALUE SPACE.

       01  RPT-XTR-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'CHANGE XTR'.
           05  FILLER               PIC X(10) VALUE '  RECORDS '.
           05  RPT-X-COUNT          PIC ZZZZZZ9.
           05  FILLER               PIC X(07) VALUE '  HASH '.
           05  RPT-X-HASH           PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(85) VALUE SPACE.

       01  RPT-MESSAGE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-M-TEXT           PIC X(60).
           05  FILLER               PIC X(71) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 1400-LOAD-HOLDS
               PERFORM 1500-WRITE-HEADER
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-ITEM-CODE
                   ON DESCENDING KEY SORT-LOAD-DATE
                                     SORT-LOAD-TIME
                   USING HISTORY-FILE
                   OUTPUT PROCEDURE IS 2000-MATCH-DAYS
               PERFORM 4000-WRITE-TRAILER
               CLOSE ITEM-MASTER-FILE
               CLOSE CHANGE-FILE
               PERFORM 8000-WRITE-REPORT
               IF WS-HOLD-OVER-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'CHANGE EXTRACT COMPLETE - '
                       WS-NEW-COUNT ' NEW, '
                       WS-CHANGED-COUNT ' CHANGED, '
                       WS-DROPPED-COUNT ' DROPPED, '
                       WS-HELD-COUNT ' HELD'
           ELSE
               DISPLAY 'DAYMCHG TERMINATING - INPUT UNAVAILABLE'
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '15'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START

           OPEN INPUT STATUS-FILE
           IF WS-STAT-OK
               READ STATUS-FILE INTO STAT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-STAT-FOUND TO TRUE
                       MOVE STAT-DATE TO WS-LOAD-DATE
               END-READ
           END-IF
           CLOSE STATUS-FILE
      * WITHOUT TONIGHT'S LOAD DATE THERE IS NO LINE BETWEEN TODAY
      * AND THE PRIOR DAY - CUTTING AN EXTRACT ANYWAY WOULD SEND THE
      * RECEIVERS A WRONG SET OF ADDS AND DROPS.
           IF NOT WS-STAT-FOUND
                   OR WS-LOAD-DATE NOT NUMERIC
               DISPLAY 'NO LOAD DATE ON STATUS RECORD - NO EXTRACT'
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT ITEM-MASTER-FILE
           IF NOT WS-DAYM-OK
               DISPLAY 'UNABLE TO OPEN DAYMAST - STATUS '
                       WS-DAYM-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
      * THE SORT OPENS THE HISTORY ITSELF - PROVE IT IS THERE FIRST
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               DISPLAY 'UNABLE TO OPEN HISTFILE - STATUS '
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE HISTORY-FILE
           END-IF
           IF RETURN-CODE = ZERO
               OPEN OUTPUT CHANGE-FILE
               IF NOT WS-CHG-OK
                   DISPLAY 'UNABLE TO OPEN CHGFILE - STATUS '
                           WS-CHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE ITEM-MASTER-FILE
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
           END-IF.

       1400-LOAD-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY 'HOLDFILE NOT AVAILABLE - STATUS '
                       WS-HOLD-STATUS ' - NO ROWS HELD'
               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-IF
           PERFORM 1410-LOAD-ONE-HOLD
               UNTIL WS-END-OF-HOLD
           CLOSE HOLD-FILE.

       1410-LOAD-ONE-HOLD.
           READ HOLD-FILE INTO HLD-RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF HLD-HELD
                           AND HLD-LOAD-DATE = WS-LOAD-DATE
                       IF WS-HOLD-COUNT < WS-HOLD-MAX
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HLD-ITEM-CODE
                                TO WS-HOLD-ITEM-CODE(WS-HOLD-COUNT)
                           MOVE HLD-LOAD-DATE
                                TO WS-HOLD-LOAD-DATE(WS-HOLD-COUNT)
                       ELSE
                           ADD 1 TO WS-HOLD-OVER-COUNT
                           DISPLAY 'HOLD TABLE FULL - ITEM '
                                   HLD-ITEM-CODE ' NOT HELD'
                       END-IF
                   END-IF
           END-READ.

       1500-WRITE-HEADER.
           MOVE SPACES          TO XTR-HEADER-RECORD
           MOVE 'HDR'           TO XTR-HDR-ID
           MOVE WS-CURRENT-DATE TO XTR-HDR-CUT-DATE
           MOVE 'DAYMCHG'       TO XTR-HDR-SOURCE-ID
           MOVE XTR-HEADER-RECORD TO WS-XTR-RECORD
           WRITE CHANGE-FILE-RECORD FROM WS-XTR-RECORD.

      ******************************************************************
      * MATCH THE TWO DAYS IN ITEM-CODE ORDER.  THE MASTER IS READ IN
      * KEY ORDER; THE HISTORY COMES BACK FROM THE SORT IN THE SAME
      * ORDER, ONE PRIOR IMAGE PER ITEM.
      ******************************************************************
       2000-MATCH-DAYS.
           PERFORM 2100-NEXT-TODAY-ROW
           PERFORM 2200-NEXT-PRIOR-ROW
           PERFORM 2010-MATCH-ONE-KEY
               UNTIL WS-TODAY-KEY = HIGH-VALUES
                 AND WS-PRIOR-KEY = HIGH-VALUES.

       2010-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-TODAY-KEY < WS-PRIOR-KEY
                   IF WS-ROW-HELD
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 3100-WRITE-NEW-ITEM
                   END-IF
                   PERFORM 2100-NEXT-TODAY-ROW
               WHEN WS-TODAY-KEY > WS-PRIOR-KEY
                   PERFORM 3300-WRITE-DROPPED-ITEM
                   PERFORM 2200-NEXT-PRIOR-ROW
               WHEN OTHER
                   IF WS-ROW-HELD
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 3200-COMPARE-ITEM
                   END-IF
                   PERFORM 2100-NEXT-TODAY-ROW
                   PERFORM 2200-NEXT-PRIOR-ROW
           END-EVALUATE.

       2100-NEXT-TODAY-ROW.
      * SKIPS ANY ROW NOT LOADED TONIGHT
           MOVE HIGH-VALUES TO WS-TODAY-KEY
           PERFORM 2110-READ-MASTER-RECORD
               UNTIL WS-END-OF-DAYM
                  OR WS-TODAY-KEY NOT = HIGH-VALUES.

       2110-READ-MASTER-RECORD.
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-DAYM-EOF-SWITCH
           END-READ
           IF NOT WS-DAYM-OK AND NOT WS-END-OF-DAYM
               DISPLAY 'DAYMAST READ ERROR - STATUS ' WS-DAYM-STATUS
               MOVE 'Y' TO WS-DAYM-EOF-SWITCH
           END-IF
           IF NOT WS-END-OF-DAYM
                   AND DAYM-LOAD-DATE = WS-LOAD-DATE
               ADD 1 TO WS-TODAY-COUNT
               MOVE DAYM-ITEM-CODE TO WS-TODAY-KEY
               PERFORM 2120-CHECK-HELD
           END-IF.

       2120-CHECK-HELD.
           MOVE 'N' TO WS-ROW-HELD-SW
           PERFORM 2130-TEST-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                  OR WS-ROW-HELD.

       2130-TEST-ONE-HOLD.
           IF WS-HOLD-ITEM-CODE(WS-HOLD-SUB) = DAYM-ITEM-CODE
                   AND WS-HOLD-LOAD-DATE(WS-HOLD-SUB) = DAYM-LOAD-DATE
               SET WS-ROW-HELD TO TRUE
           END-IF.

       2200-NEXT-PRIOR-ROW.
      * THE FIRST IMAGE OF EACH ITEM LOADED BEFORE TONIGHT IS ITS
      * PRIOR-DAY ROW; OLDER IMAGES OF THE SAME ITEM AND IMAGES FROM
      * TONIGHT'S OWN RUN ARE PASSED OVER.
           MOVE HIGH-VALUES TO WS-PRIOR-KEY
           MOVE 'N'         TO WS-PRIOR-TAKEN-SW
           PERFORM 2210-RETURN-SORTED-RECORD
               UNTIL WS-END-OF-SORT
                  OR WS-PRIOR-TAKEN.

       2210-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HIST-IN-COUNT
                   IF SORT-LOAD-DATE NOT < WS-LOAD-DATE
                           OR SORT-LOAD-DATE NOT NUMERIC
                           OR SORT-ITEM-CODE = WS-LAST-PRIOR-KEY
                       ADD 1 TO WS-HIST-SKIP-COUNT
                   ELSE
                       SET WS-PRIOR-TAKEN TO TRUE
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE SORT-RECORD    TO WS-PRIOR-IMAGE
                       MOVE SORT-ITEM-CODE TO WS-PRIOR-KEY
                       MOVE SORT-ITEM-CODE TO WS-LAST-PRIOR-KEY
                   END-IF
           END-RETURN.

      ******************************************************************
      * BUILD AND WRITE THE CHANGE ROWS.
      ******************************************************************
       3100-WRITE-NEW-ITEM.
           MOVE SPACES         TO CHG-RECORD
           MOVE 'A'            TO CHG-ACTION
           MOVE DAYM-ITEM-CODE TO CHG-ITEM-CODE
           MOVE DAYM-ITEM-TYPE TO CHG-ITEM-TYPE
           MOVE WS-LOAD-DATE   TO CHG-CUT-DATE
           MOVE DAYM-DESC      TO CHG-DESC
           MOVE DAYM-CATEGORY  TO CHG-CATEGORY
           MOVE DAYM-AMOUNT    TO CHG-AMOUNT
           MOVE ZERO           TO CHG-PRIOR-AMOUNT
           ADD 1 TO WS-NEW-COUNT
           PERFORM 3900-WRITE-CHANGE-RECORD.

       3200-COMPARE-ITEM.
           MOVE SPACES         TO CHG-RECORD
           IF DAYM-DESC NOT = WS-PRIOR-DESC
               MOVE 'Y' TO CHG-DESC-FLAG
               ADD 1 TO WS-DESC-CHG-COUNT
           END-IF
           IF DAYM-CATEGORY NOT = WS-PRIOR-CATEGORY
               MOVE 'Y' TO CHG-CATEGORY-FLAG
               ADD 1 TO WS-CAT-CHG-COUNT
           END-IF
           IF DAYM-AMOUNT NOT = WS-PRIOR-AMOUNT
               MOVE 'Y' TO CHG-AMOUNT-FLAG
               ADD 1 TO WS-AMT-CHG-COUNT
           END-IF
           IF CHG-DESC-CHANGED
                   OR CHG-CATEGORY-CHANGED
                   OR CHG-AMOUNT-CHANGED
               MOVE 'C'                TO CHG-ACTION
               MOVE DAYM-ITEM-CODE     TO CHG-ITEM-CODE
               MOVE DAYM-ITEM-TYPE     TO CHG-ITEM-TYPE
               MOVE WS-LOAD-DATE       TO CHG-CUT-DATE
               MOVE WS-PRIOR-LOAD-DATE TO CHG-PRIOR-DATE
               MOVE DAYM-DESC          TO CHG-DESC
               MOVE DAYM-CATEGORY      TO CHG-CATEGORY
               MOVE DAYM-AMOUNT        TO CHG-AMOUNT
               MOVE WS-PRIOR-DESC      TO CHG-PRIOR-DESC
               MOVE WS-PRIOR-CATEGORY  TO CHG-PRIOR-CATEGORY
               MOVE WS-PRIOR-AMOUNT    TO CHG-PRIOR-AMOUNT
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM 3900-WRITE-CHANGE-RECORD
           ELSE
               ADD 1 TO WS-UNCHANGED-COUNT
           END-IF.

       3300-WRITE-DROPPED-ITEM.
           MOVE SPACES             TO CHG-RECORD
           MOVE 'D'                TO CHG-ACTION
           MOVE WS-PRIOR-ITEM-CODE TO CHG-ITEM-CODE
           MOVE WS-PRIOR-ITEM-TYPE TO CHG-ITEM-TYPE
           MOVE WS-LOAD-DATE       TO CHG-CUT-DATE
           MOVE WS-PRIOR-LOAD-DATE TO CHG-PRIOR-DATE
           MOVE WS-PRIOR-DESC      TO CHG-DESC
           MOVE WS-PRIOR-CATEGORY  TO CHG-CATEGORY
           MOVE WS-PRIOR-AMOUNT    TO CHG-AMOUNT
           MOVE WS-PRIOR-DESC      TO CHG-PRIOR-DESC
           MOVE WS-PRIOR-CATEGORY  TO CHG-PRIOR-CATEGORY
           MOVE WS-PRIOR-AMOUNT    TO CHG-PRIOR-AMOUNT
           ADD 1 TO WS-DROPPED-COUNT
           PERFORM 3900-WRITE-CHANGE-RECORD.

       3900-WRITE-CHANGE-RECORD.
           MOVE CHG-RECORD TO WS-XTR-RECORD
           ADD 1 TO WS-XTR-REC-COUNT
           PERFORM 3910-ACCUMULATE-HASH
           WRITE CHANGE-FILE-RECORD FROM WS-XTR-RECORD.

       3910-ACCUMULATE-HASH.
      * SAME HASH RULE AS THE DISTRIBUTION EXTRACTS - THE SUM OF
      * EVERY NUMERIC DIGIT CHARACTER IN THE DETAIL, ALL POSITIONS.
           PERFORM 3920-ADD-ONE-DIGIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 134.

       3920-ADD-ONE-DIGIT.
           IF WS-XTR-RECORD(WS-HASH-SUB:1) NUMERIC
               MOVE WS-XTR-RECORD(WS-HASH-SUB:1) TO WS-HASH-DIGIT
               ADD WS-HASH-DIGIT TO WS-XTR-HASH
           END-IF.

       4000-WRITE-TRAILER.
           MOVE SPACES            TO XTR-TRAILER-RECORD
           MOVE 'TRL'             TO XTR-TRL-ID
           MOVE WS-XTR-REC-COUNT  TO XTR-TRL-RECORD-COUNT
           MOVE WS-XTR-HASH       TO XTR-TRL-HASH-TOTAL
           MOVE XTR-TRAILER-RECORD TO WS-XTR-RECORD
           WRITE CHANGE-FILE-RECORD FROM WS-XTR-RECORD.

       8000-WRITE-REPORT.
           MOVE WS-RUN-ID            TO RPT-T-RUN-ID
           MOVE WS-CURRENT-DATE      TO RPT-T-DATE
           MOVE WS-CURRENT-TIME      TO RPT-T-TIME
           WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE
           MOVE SPACES               TO RPT-M-TEXT
           STRING 'CHANGES SINCE PRIOR DAY - LOAD DATE: ' WS-LOAD-DATE
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE

           MOVE 'DAILY MASTER ROWS LOADED TONIGHT'    TO RPT-D-LABEL
           MOVE WS-TODAY-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HISTORY IMAGES READ'                 TO RPT-D-LABEL
           MOVE WS-HIST-IN-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HISTORY IMAGES PASSED OVER'          TO RPT-D-LABEL
           MOVE WS-HIST-SKIP-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'PRIOR DAY ITEMS'                     TO RPT-D-LABEL
           MOVE WS-PRIOR-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'A - NEW ITEMS'                       TO RPT-D-LABEL
           MOVE WS-NEW-COUNT                          TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'C - CHANGED ITEMS'                   TO RPT-D-LABEL
           MOVE WS-CHANGED-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    DESCRIPTION CHANGED'             TO RPT-D-LABEL
           MOVE WS-DESC-CHG-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    CATEGORY CHANGED'                TO RPT-D-LABEL
           MOVE WS-CAT-CHG-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    AMOUNT CHANGED'                  TO RPT-D-LABEL
           MOVE WS-AMT-CHG-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'D - ITEMS NOT PRESENT TODAY'         TO RPT-D-LABEL
           MOVE WS-DROPPED-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ITEMS UNCHANGED - NOT SENT'          TO RPT-D-LABEL
           MOVE WS-UNCHANGED-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ITEMS HELD AS SUSPECT - NOT SENT'    TO RPT-D-LABEL
           MOVE WS-HELD-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HOLDS OVER THE HOLD TABLE - SENT'    TO RPT-D-LABEL
           MOVE WS-HOLD-OVER-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE WS-XTR-REC-COUNT     TO RPT-X-COUNT
           MOVE WS-XTR-HASH          TO RPT-X-HASH
           WRITE REPORT-FILE-RECORD FROM RPT-XTR-LINE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'DAYMCHG'            TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           MOVE WS-CURRENT-DATE      TO TIM-DATE
           MOVE WS-CURRENT-TIME      TO TIM-TIME
           MOVE ZERO                 TO TIM-RECORDS
                                        TIM-RETURN-CODE
                                        TIM-FEED-COUNT
           PERFORM 9820-APPEND-TIMING-ROW.

       9810-WRITE-TIMING-END.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-END          TO TRUE
           MOVE 'DAYMCHG'            TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-TODAY-COUNT       TO TIM-RECORDS
           MOVE RETURN-CODE          TO TIM-RETURN-CODE
           MOVE ZERO                 TO TIM-FEED-COUNT
           PERFORM 9820-APPEND-TIMING-ROW.

       9820-APPEND-TIMING-ROW.
           OPEN EXTEND TIMING-FILE
           IF NOT WS-TIME-OK
               CLOSE TIMING-FILE
               OPEN OUTPUT TIMING-FILE
           END-IF
           IF WS-TIME-OK
               WRITE TIMING-FILE-RECORD FROM TIM-RECORD
               IF NOT WS-TIME-OK
                   DISPLAY 'TIMEHIST WRITE ERROR - STATUS '
                           WS-TIME-STATUS
               END-IF
               CLOSE TIMING-FILE
           ELSE
               DISPLAY 'UNABLE TO OPEN TIMEHIST - STATUS '
                       WS-TIME-STATUS ' - STEP TIME NOT RECORDED'
           END-IF.
