      ******************************************************************
      * PROGRAM-ID : AMTOUTL
      * PURPOSE    : ITEM AMOUNT OUTLIER DETECTION.  THE FEED TRAILER
      *              PROVES THE FEED ARRIVED AS SENT, BUT NOT THAT THE
      *              SOURCE KEYED IT RIGHT - A QUANTITY OF 10000 FOR
      *              100 BALANCES PERFECTLY.  THIS STEP JUDGES EVERY
      *              DAILY MASTER ROW LOADED TONIGHT AGAINST THAT
      *              ITEM'S OWN RECENT HISTORY AND HOLDS THE ONES THAT
      *              ARE OUT OF LINE, SO DAYMDIST KEEPS THEM OUT OF
      *              EXTRACT1-8 UNTIL SOMEONE RELEASES THEM.
      *
      * NOTES      : THE ROLLING STATISTICS FILE (AMTSTREC.CPY) KEEPS
      *              EACH ITEM'S LAST TWENTY DAILY AMOUNTS.  IT IS A
      *              GDG - GENERATION (0) IS MERGED WITH THE LIVE
      *              IMAGES IN THE HISTORY GENERATION DAYMPURG WROTE
      *              TONIGHT AND WRITTEN TO (+1), SO IT NEVER HOLDS
      *              TONIGHT'S OWN AMOUNTS.  BEFORE-IMAGES OF REPLACED
      *              ROWS ARE LEFT OUT - THEY WERE REPLACED BECAUSE
      *              THEY WERE WRONG - AND SO IS ANY IMAGE WHOSE ITEM
      *              AND LOAD DATE ARE ON THE HOLD FILE STILL HELD OR
      *              DISCARDED: A SUSPECT AMOUNT ONLY BECOMES HISTORY
      *              ONCE OPERATIONS HAVE RELEASED IT.
      *
      *              A ROW IS HELD WHEN ITS AMOUNT LIES OUTSIDE THE
      *              ITEM'S TRAILING LOW-HIGH RANGE WIDENED BY
      *              CTL-OUTLIER-PCT OF THE TRAILING AVERAGE (DEFAULT
      *              50 PERCENT) - ONLY ONCE THE ITEM HAS
      *              CTL-OUTLIER-MIN-DAYS OF HISTORY (DEFAULT 5) - OR
      *              WHEN ITS SIGN IS THE OPPOSITE OF THE ITEM'S MOST
      *              RECENT NON-ZERO AMOUNT.  AN ITEM WITH NO HISTORY
      *              IS NEVER HELD.
      *
      *              THE HOLD FILE (HOLDREC.CPY) IS ALSO A GDG.  THE
      *              ROWS OPERATIONS HAVE MARKED ON (0) ARE CARRIED TO
      *              (+1): HELD ROWS AS THEY ARE, RELEASED ROWS AS
      *              'SEND TONIGHT' FOR DAYMDIST, AND ROWS SENT LAST
      *              NIGHT OR DISCARDED ARE DROPPED.  TONIGHT'S NEW
      *              HOLDS FOLLOW THEM.
      *
      *              WHEN AN INPUT OR AN OUTPUT CANNOT BE OPENED,
      *              GENERATION (0) OF EACH FILE IS COPIED TO (+1)
      *              UNCHANGED, SO A BAD NIGHT NEVER CATALOGS AN EMPTY
      *              GENERATION OVER THE STATISTICS OR THE HOLDS
      *              OPERATIONS ARE WORKING.
      *
      * RETURN CODES:
      *              00 - NORMAL END OF JOB, NOTHING HELD TONIGHT
      *              04 - SUSPECT VALUES HELD - SEE THE REPORT
      *              16 - STATUS RECORD, DAYMAST, HISTFILE, STATNEW
      *                   OR HOLDNEW UNAVAILABLE - STATOLD AND HOLDOLD
      *                   CARRIED FORWARD UNCHANGED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTOUTL.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATUS-FILE
               ASSIGN TO STATFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT OPTIONAL CTL-FILE
               ASSIGN TO CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

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

           SELECT OPTIONAL STATS-IN
               ASSIGN TO STATOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STTI-STATUS.

           SELECT STATS-OUT
               ASSIGN TO STATNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STTO-STATUS.

           SELECT OPTIONAL HOLD-IN
               ASSIGN TO HOLDOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDI-STATUS.

           SELECT HOLD-OUT
               ASSIGN TO HOLDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDO-STATUS.

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

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-FILE-RECORD          PIC X(80).

       FD  ITEM-MASTER-FILE.
      * KEYED DAILY ITEM MASTER RECORD (KEY = DAYM-ITEM-CODE)
           COPY DAYMREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-FILE-RECORD      PIC X(160).

      * HISTORY IMAGE AS SORTED - ITEM CODE, THEN OLDEST LOAD FIRST
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-ITEM-CODE       PIC X(08).
           05  FILLER               PIC X(54).
           05  SORT-LOAD-DATE       PIC X(08).
           05  SORT-LOAD-TIME       PIC X(06).
           05  FILLER               PIC X(42).
           05  SORT-AMOUNT          PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(04).
           05  SORT-SUPERSEDED-BY   PIC X(08).
           05  FILLER               PIC X(18).

       FD  STATS-IN
           RECORDING MODE IS F.
       01  STATS-IN-RECORD          PIC X(260).

       FD  STATS-OUT
           RECORDING MODE IS F.
       01  STATS-OUT-RECORD         PIC X(260).

       FD  HOLD-IN
           RECORDING MODE IS F.
       01  HOLD-IN-RECORD           PIC X(200).

       FD  HOLD-OUT
           RECORDING MODE IS F.
       01  HOLD-OUT-RECORD          PIC X(200).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * RUN STATUS RECORD WRITTEN BY TBLOVFL - SUPPLIES THE LOAD DATE
           COPY STATREC.

      * CONTROL / PARAMETER RECORD - ONLY THE OUTLIER FIELDS ARE USED
           COPY CTLPARM.

      * ROLLING ITEM AMOUNT STATISTICS ROW
           COPY AMTSTREC.

      * SUSPECT-VALUE HOLD ROW
           COPY HOLDREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-STAT-STATUS       PIC XX.
               88  WS-STAT-OK           VALUE '00' '05'.
           05  WS-CTL-STATUS        PIC XX.
               88  WS-CTL-OK            VALUE '00' '05'.
           05  WS-DAYM-STATUS       PIC XX.
               88  WS-DAYM-OK           VALUE '00'.
           05  WS-HIST-STATUS       PIC XX.
               88  WS-HIST-OK           VALUE '00'.
           05  WS-STTI-STATUS       PIC XX.
               88  WS-STTI-OK           VALUE '00' '05'.
           05  WS-STTO-STATUS       PIC XX.
               88  WS-STTO-OK           VALUE '00'.
           05  WS-HLDI-STATUS       PIC XX.
               88  WS-HLDI-OK           VALUE '00' '05'.
           05  WS-HLDO-STATUS       PIC XX.
               88  WS-HLDO-OK           VALUE '00'.
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
           05  WS-OLD-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-END-OF-OLD        VALUE 'Y'.
           05  WS-FILE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-RANGE-SW          PIC X VALUE 'N'.
               88  WS-OUT-OF-RANGE      VALUE 'Y'.
           05  WS-SIGN-SW           PIC X VALUE 'N'.
               88  WS-SIGN-FLIPPED      VALUE 'Y'.
           05  WS-UNRELEASED-SW     PIC X VALUE 'N'.
               88  WS-UNRELEASED        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HIST-IN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HIST-SKIP-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HIST-HELD-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HOLD-UNTABLED     PIC 9(7) VALUE ZERO.
           05  WS-CARRIED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DAYS-ROLLED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-DAYS-KNOWN-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-STATS-IN-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-STATS-OUT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NEW-ITEM-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-TODAY-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NO-HISTORY-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-SHORT-HIST-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-JUDGED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-RANGE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SIGN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-STILL-HELD-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-RELEASED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-SENT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-DISCARDED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-ODD-HOLD-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-DAY-SUB           PIC 9(2) VALUE ZERO.
           05  WS-NEXT-SUB          PIC 9(2) VALUE ZERO.
           05  WS-WINDOW-DAYS       PIC 9(2) VALUE 20.
           05  WS-UNR-SUB           PIC 9(5) VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-LOAD-DATE         PIC X(08) VALUE SPACES.
           05  WS-OUTLIER-PCT       PIC 9(03) VALUE ZERO.
           05  WS-MIN-DAYS          PIC 9(02) VALUE ZERO.
           05  WS-SUM               PIC S9(11)V99 VALUE ZERO.
           05  WS-AVERAGE           PIC S9(9)V99 VALUE ZERO.
           05  WS-LOW               PIC S9(9)V99 VALUE ZERO.
           05  WS-HIGH              PIC S9(9)V99 VALUE ZERO.
           05  WS-TOLERANCE         PIC S9(11)V99 VALUE ZERO.
           05  WS-LAST-AMOUNT       PIC S9(9)V99 VALUE ZERO.
           05  WS-HOLD-ACTION       PIC X(09).

      * MATCH KEYS - HIGH-VALUES ONCE A SIDE IS EXHAUSTED
       01  WS-MATCH-KEYS.
           05  WS-OLD-KEY           PIC X(08) VALUE SPACES.
           05  WS-HIST-KEY          PIC X(08) VALUE SPACES.
           05  WS-ROLL-KEY          PIC X(08) VALUE SPACES.
           05  WS-TODAY-KEY         PIC X(08) VALUE SPACES.
           05  WS-STATS-KEY         PIC X(08) VALUE SPACES.

      * HOLD ROWS ON GENERATION (0) NOT YET RELEASED - ANY STATUS
      * BUT R OR X.  THEIR IMAGES ARE KEPT OUT OF THE STATISTICS.
       01  WS-UNRELEASED-TABLE.
           05  WS-UNR-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-UNR-MAX           PIC 9(5) VALUE 5000.
           05  WS-UNR-ENTRY OCCURS 5000 TIMES.
               10  WS-UNR-ITEM-CODE PIC X(08).
               10  WS-UNR-LOAD-DATE PIC X(08).

      * THE STATISTICS ROW READ AHEAD FROM GENERATION (0)
       01  WS-OLD-STATS-ROW         PIC X(260).

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'AMTOUTL SUSPECT VALS'.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-HOLD-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-H-ACTION         PIC X(10).
           05  RPT-H-CODE           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-H-REASON         PIC X(04).
           05  FILLER               PIC X(09) VALUE '  AMOUNT '.
           05  RPT-H-AMOUNT         PIC -(9)9.99.
           05  FILLER               PIC X(06) VALUE '  AVG '.
           05  RPT-H-AVERAGE        PIC -(9)9.99.
           05  FILLER               PIC X(06) VALUE '  LOW '.
           05  RPT-H-LOW            PIC -(9)9.99.
           05  FILLER               PIC X(07) VALUE '  HIGH '.
           05  RPT-H-HIGH           PIC -(9)9.99.
           05  FILLER               PIC X(07) VALUE '  DAYS '.
           05  RPT-H-DAYS           PIC Z9.
           05  FILLER               PIC X(18) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
           05  RPT-D-VALUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(84) VALUE SPACE.

       01  RPT-MESSAGE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-M-TEXT           PIC X(60).
           05  FILLER               PIC X(71) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 1500-TABLE-UNRELEASED-HOLDS
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-ITEM-CODE
                                    SORT-LOAD-DATE
                                    SORT-LOAD-TIME
                   USING HISTORY-FILE
                   OUTPUT PROCEDURE IS 2000-ROLL-STATISTICS
               PERFORM 3000-CARRY-HOLDS
               PERFORM 4000-JUDGE-TONIGHT
               CLOSE ITEM-MASTER-FILE
               CLOSE STATS-OUT
               CLOSE HOLD-OUT
               PERFORM 8000-WRITE-SUMMARY
               IF WS-HELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'OUTLIER CHECK COMPLETE - ' WS-JUDGED-COUNT
                       ' JUDGED, ' WS-HELD-COUNT ' HELD, '
                       WS-RELEASED-COUNT ' RELEASED'
           ELSE
      * THE NEW GENERATIONS ARE CATALOGED WHATEVER THE RETURN CODE,
      * SO (0) GOES INTO THEM AS IT STANDS.
               PERFORM 6000-CARRY-UNCHANGED
               DISPLAY 'AMTOUTL TERMINATING - FILES UNAVAILABLE - '
                       WS-CARRIED-COUNT ' ROWS CARRIED UNCHANGED'
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '19'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START

           MOVE ZERO TO CTL-OUTLIER-PCT
           MOVE ZERO TO CTL-OUTLIER-MIN-DAYS
           OPEN INPUT CTL-FILE
           IF WS-CTL-OK
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       CONTINUE
               END-READ
           END-IF
           CLOSE CTL-FILE
           IF CTL-OUTLIER-PCT NUMERIC
                   AND CTL-OUTLIER-PCT > ZERO
               MOVE CTL-OUTLIER-PCT      TO WS-OUTLIER-PCT
           ELSE
               MOVE 50                   TO WS-OUTLIER-PCT
           END-IF
           IF CTL-OUTLIER-MIN-DAYS NUMERIC
                   AND CTL-OUTLIER-MIN-DAYS > ZERO
                   AND CTL-OUTLIER-MIN-DAYS NOT > WS-WINDOW-DAYS
               MOVE CTL-OUTLIER-MIN-DAYS TO WS-MIN-DAYS
           ELSE
               MOVE 5                    TO WS-MIN-DAYS
           END-IF

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
      * WITHOUT TONIGHT'S LOAD DATE THERE IS NO TELLING TONIGHT'S
      * ROWS FROM THE HISTORY THEY ARE JUDGED AGAINST.
           IF NOT WS-STAT-FOUND
                   OR WS-LOAD-DATE NOT NUMERIC
               DISPLAY 'NO LOAD DATE ON STATUS RECORD - NOTHING JUDGED'
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
      * THE NEW GENERATIONS ARE OPENED EVEN AFTER A FAILURE ABOVE -
      * 6000-CARRY-UNCHANGED NEEDS THEM.
           OPEN OUTPUT STATS-OUT
           IF NOT WS-STTO-OK
               DISPLAY 'UNABLE TO OPEN STATNEW - STATUS '
                       WS-STTO-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT HOLD-OUT
           IF NOT WS-HLDO-OK
               DISPLAY 'UNABLE TO OPEN HOLDNEW - STATUS '
                       WS-HLDO-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = ZERO
               CLOSE ITEM-MASTER-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
           END-IF
           IF RETURN-CODE = ZERO
               MOVE WS-RUN-ID            TO RPT-T-RUN-ID
               MOVE WS-CURRENT-DATE      TO RPT-T-DATE
               MOVE WS-CURRENT-TIME      TO RPT-T-TIME
               WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE
               MOVE SPACES               TO RPT-M-TEXT
               STRING 'LOAD DATE ' WS-LOAD-DATE
                      '  TOLERANCE PCT ' WS-OUTLIER-PCT
                      '  MIN DAYS ' WS-MIN-DAYS
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

      ******************************************************************
      * TABLE THE HOLDS NOT YET RELEASED BEFORE THE HISTORY IS ROLLED.
      * HOLD-IN IS READ AGAIN, WHOLE, BY 3000-CARRY-HOLDS.
      ******************************************************************
       1500-TABLE-UNRELEASED-HOLDS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT HOLD-IN
           IF NOT WS-HLDI-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 1510-TABLE-ONE-HOLD
               UNTIL WS-END-OF-FILE
           CLOSE HOLD-IN
           IF WS-HOLD-UNTABLED > ZERO
               DISPLAY 'HOLD TABLE FULL - ' WS-HOLD-UNTABLED
                       ' UNRELEASED HOLDS MAY ENTER THE STATISTICS'
           END-IF.

       1510-TABLE-ONE-HOLD.
           READ HOLD-IN INTO HLD-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF NOT HLD-RELEASED AND NOT HLD-SEND-TONIGHT
                       IF WS-UNR-COUNT < WS-UNR-MAX
                           ADD 1 TO WS-UNR-COUNT
                           MOVE HLD-ITEM-CODE
                                TO WS-UNR-ITEM-CODE(WS-UNR-COUNT)
                           MOVE HLD-LOAD-DATE
                                TO WS-UNR-LOAD-DATE(WS-UNR-COUNT)
                       ELSE
                           ADD 1 TO WS-HOLD-UNTABLED
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * ROLL THE HISTORY GENERATION INTO THE STATISTICS.  GENERATION
      * (0) IS IN ITEM CODE ORDER AND THE HISTORY COMES BACK FROM THE
      * SORT IN THE SAME ORDER, OLDEST LOAD FIRST, SO EACH ITEM'S NEW
      * DAYS ARE APPENDED IN DATE ORDER.
      ******************************************************************
       2000-ROLL-STATISTICS.
           OPEN INPUT STATS-IN
           IF NOT WS-STTI-OK
               DISPLAY 'STATOLD NOT AVAILABLE - STATUS '
                       WS-STTI-STATUS ' - STATISTICS START AFRESH'
               MOVE 'Y' TO WS-OLD-EOF-SWITCH
           END-IF
           PERFORM 2100-NEXT-OLD-STATS
           PERFORM 2200-NEXT-HIST-ROW
           PERFORM 2010-MATCH-ONE-KEY
               UNTIL WS-OLD-KEY = HIGH-VALUES
                 AND WS-HIST-KEY = HIGH-VALUES
           CLOSE STATS-IN.

       2010-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-OLD-KEY < WS-HIST-KEY
                   MOVE WS-OLD-STATS-ROW TO AST-RECORD
                   PERFORM 2900-WRITE-STATS-ROW
                   PERFORM 2100-NEXT-OLD-STATS
               WHEN WS-OLD-KEY > WS-HIST-KEY
                   MOVE SPACES       TO AST-RECORD
                   MOVE WS-HIST-KEY  TO AST-ITEM-CODE
                   MOVE ZERO         TO AST-DAY-COUNT
                   ADD 1 TO WS-NEW-ITEM-COUNT
                   PERFORM 2300-ROLL-ITEM
                   PERFORM 2900-WRITE-STATS-ROW
               WHEN OTHER
                   MOVE WS-OLD-STATS-ROW TO AST-RECORD
                   PERFORM 2300-ROLL-ITEM
                   PERFORM 2900-WRITE-STATS-ROW
                   PERFORM 2100-NEXT-OLD-STATS
           END-EVALUATE.

       2100-NEXT-OLD-STATS.
           MOVE HIGH-VALUES TO WS-OLD-KEY
           IF NOT WS-END-OF-OLD
               READ STATS-IN INTO WS-OLD-STATS-ROW
                   AT END
                       MOVE 'Y' TO WS-OLD-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-STATS-IN-COUNT
                       MOVE WS-OLD-STATS-ROW(1:8) TO WS-OLD-KEY
               END-READ
           END-IF.

       2200-NEXT-HIST-ROW.
      * ONLY LIVE IMAGES LOADED BEFORE TONIGHT, WITH A GOOD AMOUNT,
      * AND NOT HELD OR DISCARDED, ARE DAYS OF HISTORY.
           MOVE HIGH-VALUES TO WS-HIST-KEY
           PERFORM 2210-RETURN-SORTED-RECORD
               UNTIL WS-END-OF-SORT
                  OR WS-HIST-KEY NOT = HIGH-VALUES.

       2210-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HIST-IN-COUNT
                   IF SORT-SUPERSEDED-BY NOT = SPACES
                           OR SORT-LOAD-DATE NOT NUMERIC
                           OR SORT-LOAD-DATE NOT < WS-LOAD-DATE
                           OR SORT-AMOUNT NOT NUMERIC
                       ADD 1 TO WS-HIST-SKIP-COUNT
                   ELSE
                       PERFORM 2220-CHECK-UNRELEASED
                       IF WS-UNRELEASED
                           ADD 1 TO WS-HIST-HELD-COUNT
                       ELSE
                           MOVE SORT-ITEM-CODE TO WS-HIST-KEY
                       END-IF
                   END-IF
           END-RETURN.

       2220-CHECK-UNRELEASED.
           MOVE 'N' TO WS-UNRELEASED-SW
           PERFORM 2230-TEST-ONE-UNRELEASED
               VARYING WS-UNR-SUB FROM 1 BY 1
               UNTIL WS-UNR-SUB > WS-UNR-COUNT
                  OR WS-UNRELEASED.

       2230-TEST-ONE-UNRELEASED.
           IF WS-UNR-ITEM-CODE(WS-UNR-SUB) = SORT-ITEM-CODE
                   AND WS-UNR-LOAD-DATE(WS-UNR-SUB) = SORT-LOAD-DATE
               SET WS-UNRELEASED TO TRUE
           END-IF.

       2300-ROLL-ITEM.
           MOVE WS-HIST-KEY TO WS-ROLL-KEY
           IF AST-DAY-COUNT NOT NUMERIC
                   OR AST-DAY-COUNT > WS-WINDOW-DAYS
               MOVE ZERO   TO AST-DAY-COUNT
               MOVE SPACES TO AST-LAST-DATE
           END-IF
           PERFORM 2310-ROLL-ONE-DAY
               UNTIL WS-HIST-KEY NOT = WS-ROLL-KEY.

       2310-ROLL-ONE-DAY.
      * A DAY ALREADY ROLLED IN (A RERUN) IS NOT COUNTED TWICE
           IF SORT-LOAD-DATE > AST-LAST-DATE
                   OR AST-LAST-DATE = SPACES
               IF AST-DAY-COUNT = WS-WINDOW-DAYS
                   PERFORM 2320-DROP-OLDEST-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB = WS-WINDOW-DAYS
               ELSE
                   ADD 1 TO AST-DAY-COUNT
               END-IF
               MOVE SORT-AMOUNT    TO AST-DAY-AMOUNT(AST-DAY-COUNT)
               MOVE SORT-LOAD-DATE TO AST-LAST-DATE
               ADD 1 TO WS-DAYS-ROLLED-COUNT
           ELSE
               ADD 1 TO WS-DAYS-KNOWN-COUNT
           END-IF
           PERFORM 2200-NEXT-HIST-ROW.

       2320-DROP-OLDEST-DAY.
           COMPUTE WS-NEXT-SUB = WS-DAY-SUB + 1
           MOVE AST-DAY-AMOUNT(WS-NEXT-SUB)
                TO AST-DAY-AMOUNT(WS-DAY-SUB).

       2900-WRITE-STATS-ROW.
           WRITE STATS-OUT-RECORD FROM AST-RECORD
           ADD 1 TO WS-STATS-OUT-COUNT.

      ******************************************************************
      * CARRY THE HOLD FILE FORWARD WITH OPERATIONS' DECISIONS APPLIED.
      ******************************************************************
       3000-CARRY-HOLDS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT HOLD-IN
           IF NOT WS-HLDI-OK
               DISPLAY 'HOLDOLD NOT AVAILABLE - STATUS '
                       WS-HLDI-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3010-READ-ONE-HOLD
               UNTIL WS-END-OF-FILE
           CLOSE HOLD-IN.

       3010-READ-ONE-HOLD.
           READ HOLD-IN INTO HLD-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   PERFORM 3100-CARRY-ONE-HOLD
           END-READ.

       3100-CARRY-ONE-HOLD.
           EVALUATE TRUE
               WHEN HLD-HELD
                   ADD 1 TO WS-STILL-HELD-COUNT
                   WRITE HOLD-OUT-RECORD FROM HLD-RECORD
               WHEN HLD-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
                   SET HLD-SEND-TONIGHT TO TRUE
                   WRITE HOLD-OUT-RECORD FROM HLD-RECORD
                   MOVE 'RELEASED' TO WS-HOLD-ACTION
                   PERFORM 7000-LIST-HOLD
               WHEN HLD-SEND-TONIGHT
                   ADD 1 TO WS-SENT-COUNT
               WHEN HLD-DISCARDED
                   ADD 1 TO WS-DISCARDED-COUNT
                   MOVE 'DISCARDED' TO WS-HOLD-ACTION
                   PERFORM 7000-LIST-HOLD
               WHEN OTHER
      * A STATUS OPERATIONS MISTYPED - KEPT, AND LISTED TO BE FIXED
                   ADD 1 TO WS-ODD-HOLD-COUNT
                   WRITE HOLD-OUT-RECORD FROM HLD-RECORD
                   MOVE 'BAD STAT' TO WS-HOLD-ACTION
                   PERFORM 7000-LIST-HOLD
           END-EVALUATE.

      ******************************************************************
      * JUDGE TONIGHT'S ROWS.  THE STATISTICS JUST WRITTEN ARE READ
      * BACK IN ITEM CODE ORDER AND MATCHED TO THE MASTER, WHICH IS
      * READ IN KEY ORDER.
      ******************************************************************
       4000-JUDGE-TONIGHT.
           CLOSE STATS-OUT
           MOVE 'N' TO WS-OLD-EOF-SWITCH
           OPEN INPUT STATS-OUT
           IF NOT WS-STTO-OK
               DISPLAY 'UNABLE TO REREAD STATNEW - STATUS '
                       WS-STTO-STATUS
               MOVE 'Y' TO WS-OLD-EOF-SWITCH
           END-IF
           PERFORM 4100-NEXT-TODAY-ROW
           PERFORM 4200-NEXT-STATS-ROW
           PERFORM 4010-MATCH-ONE-KEY
               UNTIL WS-TODAY-KEY = HIGH-VALUES.

       4010-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-STATS-KEY < WS-TODAY-KEY
                   PERFORM 4200-NEXT-STATS-ROW
               WHEN WS-STATS-KEY > WS-TODAY-KEY
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   PERFORM 4100-NEXT-TODAY-ROW
               WHEN OTHER
                   PERFORM 4300-JUDGE-ROW
                   PERFORM 4100-NEXT-TODAY-ROW
                   PERFORM 4200-NEXT-STATS-ROW
           END-EVALUATE.

       4100-NEXT-TODAY-ROW.
      * SKIPS ANY ROW NOT LOADED TONIGHT
           MOVE HIGH-VALUES TO WS-TODAY-KEY
           PERFORM 4110-READ-MASTER-RECORD
               UNTIL WS-END-OF-DAYM
                  OR WS-TODAY-KEY NOT = HIGH-VALUES.

       4110-READ-MASTER-RECORD.
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
           END-IF.

       4200-NEXT-STATS-ROW.
           MOVE HIGH-VALUES TO WS-STATS-KEY
           IF NOT WS-END-OF-OLD
               READ STATS-OUT INTO AST-RECORD
                   AT END
                       MOVE 'Y' TO WS-OLD-EOF-SWITCH
                   NOT AT END
                       MOVE AST-ITEM-CODE TO WS-STATS-KEY
               END-READ
           END-IF.

       4300-JUDGE-ROW.
           MOVE 'N' TO WS-RANGE-SW
           MOVE 'N' TO WS-SIGN-SW
           IF AST-DAY-COUNT NOT NUMERIC
                   OR AST-DAY-COUNT = ZERO
                   OR AST-DAY-COUNT > WS-WINDOW-DAYS
               ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
               ADD 1 TO WS-JUDGED-COUNT
               PERFORM 4310-MEASURE-HISTORY
               PERFORM 4320-TEST-SIGN
               IF AST-DAY-COUNT < WS-MIN-DAYS
                   ADD 1 TO WS-SHORT-HIST-COUNT
               ELSE
                   PERFORM 4330-TEST-RANGE
               END-IF
               IF WS-OUT-OF-RANGE OR WS-SIGN-FLIPPED
                   PERFORM 4400-HOLD-ROW
               END-IF
           END-IF.

       4310-MEASURE-HISTORY.
           MOVE ZERO              TO WS-SUM
           MOVE ZERO              TO WS-LAST-AMOUNT
           MOVE AST-DAY-AMOUNT(1) TO WS-LOW
           MOVE AST-DAY-AMOUNT(1) TO WS-HIGH
           PERFORM 4315-MEASURE-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > AST-DAY-COUNT
           COMPUTE WS-AVERAGE ROUNDED = WS-SUM / AST-DAY-COUNT.

       4315-MEASURE-ONE-DAY.
           ADD AST-DAY-AMOUNT(WS-DAY-SUB) TO WS-SUM
           IF AST-DAY-AMOUNT(WS-DAY-SUB) < WS-LOW
               MOVE AST-DAY-AMOUNT(WS-DAY-SUB) TO WS-LOW
           END-IF
           IF AST-DAY-AMOUNT(WS-DAY-SUB) > WS-HIGH
               MOVE AST-DAY-AMOUNT(WS-DAY-SUB) TO WS-HIGH
           END-IF
      * THE NEWEST NON-ZERO DAY SETS THE SIGN THE ITEM SHOULD CARRY
           IF AST-DAY-AMOUNT(WS-DAY-SUB) NOT = ZERO
               MOVE AST-DAY-AMOUNT(WS-DAY-SUB) TO WS-LAST-AMOUNT
           END-IF.

       4320-TEST-SIGN.
           IF (WS-LAST-AMOUNT > ZERO AND DAYM-AMOUNT < ZERO)
                   OR (WS-LAST-AMOUNT < ZERO AND DAYM-AMOUNT > ZERO)
               SET WS-SIGN-FLIPPED TO TRUE
               ADD 1 TO WS-SIGN-COUNT
           END-IF.

       4330-TEST-RANGE.
           IF WS-AVERAGE < ZERO
               COMPUTE WS-TOLERANCE ROUNDED =
                       (ZERO - WS-AVERAGE) * WS-OUTLIER-PCT / 100
           ELSE
               COMPUTE WS-TOLERANCE ROUNDED =
                       WS-AVERAGE * WS-OUTLIER-PCT / 100
           END-IF
           IF DAYM-AMOUNT > WS-HIGH + WS-TOLERANCE
                   OR DAYM-AMOUNT < WS-LOW - WS-TOLERANCE
               SET WS-OUT-OF-RANGE TO TRUE
               ADD 1 TO WS-RANGE-COUNT
           END-IF.

       4400-HOLD-ROW.
           MOVE SPACES              TO HLD-RECORD
           SET HLD-HELD             TO TRUE
           MOVE WS-CURRENT-DATE     TO HLD-HOLD-DATE
           MOVE WS-RUN-ID           TO HLD-RUN-ID
           EVALUATE TRUE
               WHEN WS-OUT-OF-RANGE AND WS-SIGN-FLIPPED
                   SET HLD-RANGE-AND-SIGN TO TRUE
               WHEN WS-OUT-OF-RANGE
                   SET HLD-OUT-OF-RANGE   TO TRUE
               WHEN OTHER
                   SET HLD-SIGN-FLIP      TO TRUE
           END-EVALUATE
           MOVE AST-DAY-COUNT       TO HLD-DAY-COUNT
           MOVE WS-AVERAGE          TO HLD-AVERAGE
           MOVE WS-LOW              TO HLD-LOW
           MOVE WS-HIGH             TO HLD-HIGH
           MOVE DAYM-RECORD(1:134)  TO HLD-IMAGE
           WRITE HOLD-OUT-RECORD FROM HLD-RECORD
           ADD 1 TO WS-HELD-COUNT
           MOVE 'HELD'              TO WS-HOLD-ACTION
           PERFORM 7000-LIST-HOLD.

      ******************************************************************
      * A FAILED NIGHT - GENERATION (0) OF THE STATISTICS AND OF THE
      * HOLDS IS COPIED TO (+1) AS IT STANDS.  A HELD ROW STAYS HELD
      * AND AN R ROW IS RELEASED THE NEXT NIGHT THAT RUNS CLEAN.
      ******************************************************************
       6000-CARRY-UNCHANGED.
           IF WS-STTO-OK
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               OPEN INPUT STATS-IN
               IF NOT WS-STTI-OK
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               END-IF
               PERFORM 6010-COPY-ONE-STATS-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE STATS-IN
               CLOSE STATS-OUT
           END-IF
           IF WS-HLDO-OK
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               OPEN INPUT HOLD-IN
               IF NOT WS-HLDI-OK
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               END-IF
               PERFORM 6020-COPY-ONE-HOLD-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE HOLD-IN
               CLOSE HOLD-OUT
           END-IF.

       6010-COPY-ONE-STATS-ROW.
           READ STATS-IN
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   WRITE STATS-OUT-RECORD FROM STATS-IN-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
           END-READ.

       6020-COPY-ONE-HOLD-ROW.
           READ HOLD-IN
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   WRITE HOLD-OUT-RECORD FROM HOLD-IN-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
           END-READ.

       7000-LIST-HOLD.
           MOVE WS-HOLD-ACTION      TO RPT-H-ACTION
           MOVE HLD-ITEM-CODE       TO RPT-H-CODE
           MOVE HLD-REASON          TO RPT-H-REASON
           MOVE HLD-AMOUNT          TO RPT-H-AMOUNT
           MOVE HLD-AVERAGE         TO RPT-H-AVERAGE
           MOVE HLD-LOW             TO RPT-H-LOW
           MOVE HLD-HIGH            TO RPT-H-HIGH
           MOVE HLD-DAY-COUNT       TO RPT-H-DAYS
           WRITE REPORT-FILE-RECORD FROM RPT-HOLD-LINE.

       8000-WRITE-SUMMARY.
           MOVE 'HISTORY IMAGES READ'                 TO RPT-D-LABEL
           MOVE WS-HIST-IN-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HISTORY IMAGES PASSED OVER'          TO RPT-D-LABEL
           MOVE WS-HIST-SKIP-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HISTORY IMAGES HELD OR DISCARDED'    TO RPT-D-LABEL
           MOVE WS-HIST-HELD-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'DAYS ROLLED INTO STATISTICS'         TO RPT-D-LABEL
           MOVE WS-DAYS-ROLLED-COUNT                  TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'DAYS ALREADY IN STATISTICS'          TO RPT-D-LABEL
           MOVE WS-DAYS-KNOWN-COUNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'STATISTICS ROWS READ'                TO RPT-D-LABEL
           MOVE WS-STATS-IN-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'STATISTICS ROWS WRITTEN'             TO RPT-D-LABEL
           MOVE WS-STATS-OUT-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    NEW ITEMS STARTED'               TO RPT-D-LABEL
           MOVE WS-NEW-ITEM-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'DAILY MASTER ROWS LOADED TONIGHT'    TO RPT-D-LABEL
           MOVE WS-TODAY-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ROWS WITH NO HISTORY - NOT JUDGED'   TO RPT-D-LABEL
           MOVE WS-NO-HISTORY-COUNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ROWS JUDGED'                         TO RPT-D-LABEL
           MOVE WS-JUDGED-COUNT                       TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    TOO FEW DAYS - SIGN ONLY'        TO RPT-D-LABEL
           MOVE WS-SHORT-HIST-COUNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    OUTSIDE TOLERANCE'               TO RPT-D-LABEL
           MOVE WS-RANGE-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    SIGN FLIPPED'                    TO RPT-D-LABEL
           MOVE WS-SIGN-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ROWS HELD TONIGHT'                   TO RPT-D-LABEL
           MOVE WS-HELD-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'EARLIER HOLDS STILL AWAITING REVIEW'  TO RPT-D-LABEL
           MOVE WS-STILL-HELD-COUNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HOLDS RELEASED - SENT TONIGHT'       TO RPT-D-LABEL
           MOVE WS-RELEASED-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'RELEASES SENT LAST NIGHT - CLEARED'  TO RPT-D-LABEL
           MOVE WS-SENT-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HOLDS DISCARDED - CLEARED'           TO RPT-D-LABEL
           MOVE WS-DISCARDED-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HOLDS WITH AN UNKNOWN STATUS'        TO RPT-D-LABEL
           MOVE WS-ODD-HOLD-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           IF WS-HELD-COUNT > ZERO
               MOVE 'HELD ROWS NOT SENT - RELEASE (R) OR DISCARD (D)'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'AMTOUTL'            TO TIM-PROGRAM
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
           MOVE 'AMTOUTL'            TO TIM-PROGRAM
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
