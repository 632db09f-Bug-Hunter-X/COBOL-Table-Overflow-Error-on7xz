      ******************************************************************
      * PROGRAM-ID : MTDACCUM
      * PURPOSE    : NIGHTLY MONTH-TO-DATE ACCUMULATION.  ONCE
      *              EODRECON HAS PROVED THE DAY, TOTALS TONIGHT'S
      *              DAILY MASTER ROWS - ITEM COUNT AND DAYM-AMOUNT -
      *              BY DAYM-CATEGORY AND BY DAYM-SOURCE-ID (REGION)
      *              AND ADDS THEM, UNDER THE FEED DATE, TO THE
      *              MONTH-TO-DATE SUMMARY FILE (MTDREC.CPY).  THE
      *              DAY'S RUN REGISTRY ENTRY IS RECORDED WITH THEM
      *              SO THE MONTH-END CLOSE (MTDCLOSE) CAN TIE THE
      *              MONTH BACK TO RUNREG WITHOUT FINANCE REBUILDING
      *              IT BY HAND.
      *
      * NOTES      : THE SUMMARY IS A GDG - GENERATION (0) IS
      *              CARRIED FORWARD INTO (+1) WITH TONIGHT'S ROWS
      *              ADDED.  ROWS ALREADY THERE FOR TONIGHT'S FEED
      *              DATE ARE DROPPED AND REPLACED, SO A FEED DATE
      *              RELOADED AFTER A BACK-OUT IS COUNTED ONCE, WITH
      *              THE RESEND'S FIGURES.
      *
      *              TONIGHT'S ROWS ARE THE DAILY MASTER ROWS
      *              CARRYING THE STATUS RECORD'S LOAD DATE - THE
      *              SAME SELECTION EODRECON PROVES.  THE REGISTRY
      *              ENTRY IS FOUND THE EODRECON WAY (FEED DATE AND
      *              SOURCE, LAST UNREVERSED MATCH).  A DAY WITHOUT
      *              ONE, OR WHOSE LOAD DID NOT COMPLETE, IS STILL
      *              WRITTEN BUT FLAGGED UNPROVEN, AND THE MONTH WILL
      *              NOT CLOSE UNTIL IT IS PUT RIGHT.
      *
      *              EACH REGION'S SOURCE ROW CARRIES THE SUM OF ITS
      *              UNREVERSED REGIONAL REGISTRY ENTRIES FOR THE FEED
      *              DATE - THE SAME SELECTION SRCSCORE POSTS FROM -
      *              SO A REGION THAT REGISTERED BUT LOADED NOTHING
      *              STILL GETS A ROW.  ON A SINGLE-REGION NIGHT THE
      *              REGION'S ENTRY IS THE DAY'S ENTRY.
      *
      * RETURN CODES:
      *              00 - DAY ACCUMULATED
      *              04 - DAY ACCUMULATED BUT FLAGGED UNPROVEN, OR
      *                   ACCUMULATED WITH NO REPORT (RPTFILE COULD
      *                   NOT BE OPENED)
      *              16 - STATUS RECORD, DAYMAST OR MTDNEW UNAVAILABLE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTDACCUM.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATUS-FILE
               ASSIGN TO STATFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT OPTIONAL RUN-REGISTRY
               ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO DAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DAYM-ITEM-CODE
               FILE STATUS IS WS-DAYM-STATUS.

           SELECT OPTIONAL MTD-IN
               ASSIGN TO MTDOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTDI-STATUS.

           SELECT MTD-OUT
               ASSIGN TO MTDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTDO-STATUS.

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

       FD  RUN-REGISTRY
           RECORDING MODE IS F.
       01  RUN-REGISTRY-RECORD      PIC X(80).

       FD  ITEM-MASTER-FILE.
      * KEYED DAILY ITEM MASTER RECORD (KEY = DAYM-ITEM-CODE)
           COPY DAYMREC.

       FD  MTD-IN
           RECORDING MODE IS F.
       01  MTD-IN-RECORD            PIC X(80).

       FD  MTD-OUT
           RECORDING MODE IS F.
       01  MTD-OUT-RECORD           PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * RUN STATUS RECORD WRITTEN BY TBLOVFL
           COPY STATREC.

      * RUN REGISTRY RECORD
           COPY RUNREG.

      * MONTH-TO-DATE SUMMARY RECORD
           COPY MTDREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-STAT-STATUS       PIC XX.
               88  WS-STAT-OK           VALUE '00' '05'.
           05  WS-REG-STATUS        PIC XX.
               88  WS-REG-OK            VALUE '00' '05'.
           05  WS-DAYM-STATUS       PIC XX.
               88  WS-DAYM-OK           VALUE '00'.
           05  WS-MTDI-STATUS       PIC XX.
               88  WS-MTDI-OK           VALUE '00' '05'.
           05  WS-MTDO-STATUS       PIC XX.
               88  WS-MTDO-OK           VALUE '00'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STAT-FOUND-SW     PIC X VALUE 'N'.
               88  WS-STAT-FOUND        VALUE 'Y'.
           05  WS-REG-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-END-OF-REGISTRY   VALUE 'Y'.
           05  WS-REG-FOUND-SW      PIC X VALUE 'N'.
               88  WS-REG-FOUND         VALUE 'Y'.
           05  WS-FILE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-CAT-FOUND-SW      PIC X VALUE 'N'.
               88  WS-CAT-FOUND         VALUE 'Y'.
           05  WS-ADD-DAY-SW        PIC X VALUE 'N'.
               88  WS-ADD-DAY           VALUE 'Y'.
           05  WS-SRC-FOUND-SW      PIC X VALUE 'N'.
               88  WS-SRC-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-IN-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-DAY-ITEM-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-MTD-IN-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-MTD-KEPT-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-MTD-REPL-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-MTD-OUT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CAT-SUB           PIC 9(3) VALUE ZERO.
           05  WS-SRC-SUB           PIC 9(3) VALUE ZERO.

       01  WS-VALUE-TOTALS.
           05  WS-DAY-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05  WS-REG-AMOUNT-SAVE   PIC S9(11)V99 VALUE ZERO.
           05  WS-DIFFERENCE-VALUE  PIC S9(11)V99 VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-REG-COUNT-SAVE    PIC 9(7) VALUE ZERO.
           05  WS-LOOKUP-SOURCE     PIC X(08) VALUE SPACES.
           05  WS-PROVEN-FLAG       PIC X(01) VALUE 'N'.
               88  WS-DAY-PROVEN        VALUE 'Y'.

      * TONIGHT'S TOTALS BY CATEGORY.  THE DISTRIBUTION CONTROL FILE
      * CARRIES A FEW DOZEN CATEGORIES; SHOULD THE TABLE EVER FILL,
      * THE LAST ENTRY COLLECTS THE REST UNDER '****' SO THE DAY
      * STILL ADDS UP.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-CAT-MAX           PIC 9(3) VALUE 200.
           05  WS-CAT-ENTRY OCCURS 200 TIMES.
               10  WS-CAT-CODE      PIC X(04).
               10  WS-CAT-ITEMS     PIC 9(7).
               10  WS-CAT-AMOUNT    PIC S9(11)V99.

      * TONIGHT'S TOTALS BY REGION, WITH EACH REGION'S REGISTERED
      * FIGURES.  AS WITH THE CATEGORIES, THE LAST ENTRY COLLECTS
      * ANY OVERFLOW, UNDER '*OTHERS*'.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-SRC-MAX           PIC 9(3) VALUE 20.
           05  WS-SRC-ENTRY OCCURS 20 TIMES.
               10  WS-SRC-SOURCE-ID PIC X(08).
               10  WS-SRC-ITEMS     PIC 9(7).
               10  WS-SRC-AMOUNT    PIC S9(11)V99.
               10  WS-SRC-REG-COUNT PIC 9(7).
               10  WS-SRC-REG-AMOUNT
                                    PIC S9(11)V99.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'MTDACCUM MTD SUMMARY'.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-CATEGORY-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'CATEGORY  '.
           05  RPT-C-CATEGORY       PIC X(04).
           05  FILLER               PIC X(09) VALUE '   ITEMS '.
           05  RPT-C-ITEMS          PIC ZZZZZZ9.
           05  FILLER               PIC X(09) VALUE '   VALUE '.
           05  RPT-C-AMOUNT         PIC -(11)9.99.
           05  FILLER               PIC X(77) VALUE SPACE.

       01  RPT-SOURCE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'SOURCE  '.
           05  RPT-S-SOURCE-ID      PIC X(08).
           05  FILLER               PIC X(07) VALUE ' ITEMS '.
           05  RPT-S-ITEMS          PIC ZZZZZZ9.
           05  FILLER               PIC X(07) VALUE ' VALUE '.
           05  RPT-S-AMOUNT         PIC -(11)9.99.
           05  FILLER               PIC X(08) VALUE ' RUNREG '.
           05  RPT-S-REG-AMOUNT     PIC -(11)9.99.
           05  FILLER               PIC X(12) VALUE ' NOT LOADED '.
           05  RPT-S-NOT-LOADED     PIC -(11)9.99.
           05  FILLER               PIC X(29) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
           05  RPT-D-VALUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(84) VALUE SPACE.

       01  RPT-AMOUNT-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-A-LABEL          PIC X(40).
           05  RPT-A-VALUE          PIC -(11)9.99.
           05  FILLER               PIC X(75) VALUE SPACE.

       01  RPT-MESSAGE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-M-TEXT           PIC X(60).
           05  FILLER               PIC X(71) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-LOCATE-REGISTRY-ENTRY
               PERFORM 3000-TOTAL-DAILY-MASTER
           END-IF
      * THE SUMMARY IS CARRIED INTO THE NEW GENERATION EVEN WHEN THE
      * DAY CANNOT BE ADDED, SO A BAD NIGHT NEVER CATALOGS AN EMPTY
      * GENERATION OVER THE MONTH SO FAR.
           IF RETURN-CODE = ZERO
               MOVE 'Y' TO WS-ADD-DAY-SW
           END-IF
           PERFORM 4000-CARRY-FORWARD
           IF WS-ADD-DAY AND RETURN-CODE = ZERO
               PERFORM 5000-WRITE-TONIGHTS-ROWS
           END-IF
           CLOSE MTD-OUT
           IF WS-ADD-DAY AND RETURN-CODE = ZERO
               IF WS-RPT-OK
                   PERFORM 8000-WRITE-REPORT
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-DAY-PROVEN
                   DISPLAY 'MONTH-TO-DATE UPDATED - FEED DATE '
                           STAT-FEED-DATE ' ' WS-CAT-COUNT
                           ' CATEGORIES'
               ELSE
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'MONTH-TO-DATE UPDATED - FEED DATE '
                           STAT-FEED-DATE ' FLAGGED UNPROVEN - '
                           'MONTH-END CLOSE WILL BE REFUSED'
               END-IF
           ELSE
               DISPLAY 'MTDACCUM TERMINATING - INPUTS UNAVAILABLE'
           END-IF
           IF WS-RPT-OK
               CLOSE REPORT-FILE
           END-IF
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '13'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START

           OPEN INPUT STATUS-FILE
           IF WS-STAT-OK
               READ STATUS-FILE INTO STAT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-STAT-FOUND TO TRUE
               END-READ
           END-IF
           CLOSE STATUS-FILE
           IF NOT WS-STAT-FOUND
               DISPLAY 'NO STATUS RECORD - NOTHING TO ACCUMULATE'
               MOVE 16 TO RETURN-CODE
           END-IF
      * THE SUMMARY MATTERS MORE THAN ITS REPORT - WITHOUT RPTFILE
      * THE DAY IS STILL ADDED, THE REPORT IS SKIPPED AND THE STEP
      * ENDS WITH THE WARNING CODE.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS ' - NO REPORT'
           END-IF.

       2000-LOCATE-REGISTRY-ENTRY.
           OPEN INPUT RUN-REGISTRY
           IF NOT WS-REG-OK
               DISPLAY 'RUNREG NOT AVAILABLE - STATUS ' WS-REG-STATUS
               MOVE 'Y' TO WS-REG-EOF-SWITCH
           END-IF
           PERFORM 2100-SCAN-REGISTRY-RECORD
               UNTIL WS-END-OF-REGISTRY
           CLOSE RUN-REGISTRY
           IF WS-REG-FOUND AND STAT-COMPLETED
               MOVE 'Y' TO WS-PROVEN-FLAG
           ELSE
               MOVE 'N' TO WS-PROVEN-FLAG
           END-IF.

       2100-SCAN-REGISTRY-RECORD.
           READ RUN-REGISTRY INTO REG-RECORD
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SWITCH
               NOT AT END
                   IF REG-FEED-DATE = STAT-FEED-DATE
                           AND REG-SOURCE-ID = STAT-SOURCE-ID
                           AND NOT REG-REVERSED
                       SET WS-REG-FOUND TO TRUE
                       MOVE REG-RECORD-COUNT TO WS-REG-COUNT-SAVE
                       MOVE REG-AMOUNT-TOTAL TO WS-REG-AMOUNT-SAVE
                   END-IF
                   IF REG-FEED-DATE = STAT-FEED-DATE
                           AND REG-SOURCE-ID NOT = 'MULTISRC'
                           AND NOT REG-REVERSED
                       MOVE REG-SOURCE-ID TO WS-LOOKUP-SOURCE
                       PERFORM 3200-FIND-SOURCE-ENTRY
                       ADD REG-RECORD-COUNT
                           TO WS-SRC-REG-COUNT(WS-SRC-SUB)
                       ADD REG-AMOUNT-TOTAL
                           TO WS-SRC-REG-AMOUNT(WS-SRC-SUB)
                   END-IF
           END-READ.

       3000-TOTAL-DAILY-MASTER.
           OPEN INPUT ITEM-MASTER-FILE
           IF NOT WS-DAYM-OK
               DISPLAY 'UNABLE TO OPEN DAYMAST - STATUS '
                       WS-DAYM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM 3010-TOTAL-ONE-MASTER-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE ITEM-MASTER-FILE
           END-IF.

       3010-TOTAL-ONE-MASTER-ROW.
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTER-IN-COUNT
                   IF DAYM-LOAD-DATE = STAT-DATE
                       PERFORM 3100-FIND-CATEGORY-ENTRY
                       ADD 1           TO WS-CAT-ITEMS(WS-CAT-SUB)
                       ADD DAYM-AMOUNT TO WS-CAT-AMOUNT(WS-CAT-SUB)
                       MOVE DAYM-SOURCE-ID TO WS-LOOKUP-SOURCE
                       PERFORM 3200-FIND-SOURCE-ENTRY
                       ADD 1           TO WS-SRC-ITEMS(WS-SRC-SUB)
                       ADD DAYM-AMOUNT TO WS-SRC-AMOUNT(WS-SRC-SUB)
                       ADD 1           TO WS-DAY-ITEM-COUNT
                       ADD DAYM-AMOUNT TO WS-DAY-AMOUNT
                   END-IF
           END-READ.

       3100-FIND-CATEGORY-ENTRY.
           MOVE 'N' TO WS-CAT-FOUND-SW
           PERFORM 3110-TEST-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   OR WS-CAT-FOUND
           IF WS-CAT-FOUND
               SUBTRACT 1 FROM WS-CAT-SUB
           ELSE
               IF WS-CAT-COUNT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT  TO WS-CAT-SUB
                   MOVE DAYM-CATEGORY TO WS-CAT-CODE(WS-CAT-SUB)
                   MOVE ZERO          TO WS-CAT-ITEMS(WS-CAT-SUB)
                   MOVE ZERO          TO WS-CAT-AMOUNT(WS-CAT-SUB)
               ELSE
                   MOVE WS-CAT-MAX    TO WS-CAT-SUB
                   MOVE '****'        TO WS-CAT-CODE(WS-CAT-SUB)
               END-IF
           END-IF.

       3110-TEST-ONE-CATEGORY.
           IF WS-CAT-CODE(WS-CAT-SUB) = DAYM-CATEGORY
               MOVE 'Y' TO WS-CAT-FOUND-SW
           END-IF.

       3200-FIND-SOURCE-ENTRY.
      * RETURNS WS-SRC-SUB FOR WS-LOOKUP-SOURCE, ADDING THE REGION
      * TO THE TABLE THE FIRST TIME IT IS SEEN
           MOVE 'N' TO WS-SRC-FOUND-SW
           PERFORM 3210-TEST-ONE-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT
                   OR WS-SRC-FOUND
           IF WS-SRC-FOUND
               SUBTRACT 1 FROM WS-SRC-SUB
           ELSE
               IF WS-SRC-COUNT < WS-SRC-MAX
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT     TO WS-SRC-SUB
                   MOVE WS-LOOKUP-SOURCE TO WS-SRC-SOURCE-ID(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-ITEMS(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-AMOUNT(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-REG-COUNT(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-REG-AMOUNT(WS-SRC-SUB)
               ELSE
                   MOVE WS-SRC-MAX       TO WS-SRC-SUB
                   MOVE '*OTHERS*'       TO WS-SRC-SOURCE-ID(WS-SRC-SUB)
               END-IF
           END-IF.

       3210-TEST-ONE-SOURCE.
           IF WS-SRC-SOURCE-ID(WS-SRC-SUB) = WS-LOOKUP-SOURCE
               MOVE 'Y' TO WS-SRC-FOUND-SW
           END-IF.

      ******************************************************************
      * CARRY THE SUMMARY FORWARD - EVERY ROW FROM GENERATION (0)
      * EXCEPT ANY ALREADY THERE FOR TONIGHT'S FEED DATE, WHICH
      * TONIGHT'S ROWS REPLACE.
      ******************************************************************
       4000-CARRY-FORWARD.
           OPEN OUTPUT MTD-OUT
           IF NOT WS-MTDO-OK
               DISPLAY 'UNABLE TO OPEN MTDNEW - STATUS '
                       WS-MTDO-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT MTD-IN
           IF NOT WS-MTDI-OK
               DISPLAY 'MTDOLD NOT AVAILABLE - STATUS ' WS-MTDI-STATUS
                       ' - STARTING A NEW SUMMARY'
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 4010-CARRY-ONE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE MTD-IN.

       4010-CARRY-ONE-ROW.
           READ MTD-IN INTO MTD-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MTD-IN-COUNT
                   IF MTD-FEED-DATE = STAT-FEED-DATE AND WS-ADD-DAY
                       ADD 1 TO WS-MTD-REPL-COUNT
                   ELSE
                       ADD 1 TO WS-MTD-KEPT-COUNT
                       PERFORM 5900-WRITE-MTD-ROW
                   END-IF
           END-READ.

       5000-WRITE-TONIGHTS-ROWS.
           MOVE SPACES               TO MTD-RECORD
           SET MTD-DAY-ROW           TO TRUE
           MOVE STAT-FEED-DATE       TO MTD-FEED-DATE
           MOVE WS-DAY-ITEM-COUNT    TO MTD-ITEM-COUNT
           MOVE WS-DAY-AMOUNT        TO MTD-AMOUNT
           MOVE STAT-SOURCE-ID       TO MTD-REG-SOURCE-ID
           MOVE WS-REG-COUNT-SAVE    TO MTD-REG-COUNT
           MOVE WS-REG-AMOUNT-SAVE   TO MTD-REG-AMOUNT
           MOVE WS-RUN-ID            TO MTD-RUN-ID
           MOVE STAT-DATE            TO MTD-LOAD-DATE
           MOVE WS-PROVEN-FLAG       TO MTD-PROVEN-FLAG
           PERFORM 5900-WRITE-MTD-ROW
           PERFORM 5100-WRITE-CATEGORY-ROW
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT
           PERFORM 5200-WRITE-SOURCE-ROW
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT.

       5100-WRITE-CATEGORY-ROW.
           MOVE SPACES               TO MTD-RECORD
           SET MTD-CATEGORY-ROW      TO TRUE
           MOVE STAT-FEED-DATE       TO MTD-FEED-DATE
           MOVE WS-CAT-CODE(WS-CAT-SUB)   TO MTD-CATEGORY
           MOVE WS-CAT-ITEMS(WS-CAT-SUB)  TO MTD-ITEM-COUNT
           MOVE WS-CAT-AMOUNT(WS-CAT-SUB) TO MTD-AMOUNT
           MOVE ZERO                 TO MTD-REG-COUNT
           MOVE ZERO                 TO MTD-REG-AMOUNT
           MOVE WS-RUN-ID            TO MTD-RUN-ID
           MOVE STAT-DATE            TO MTD-LOAD-DATE
           MOVE WS-PROVEN-FLAG       TO MTD-PROVEN-FLAG
           PERFORM 5900-WRITE-MTD-ROW.

       5200-WRITE-SOURCE-ROW.
           MOVE SPACES               TO MTD-RECORD
           SET MTD-SOURCE-ROW        TO TRUE
           MOVE STAT-FEED-DATE       TO MTD-FEED-DATE
           MOVE WS-SRC-ITEMS(WS-SRC-SUB)      TO MTD-ITEM-COUNT
           MOVE WS-SRC-AMOUNT(WS-SRC-SUB)     TO MTD-AMOUNT
           MOVE WS-SRC-SOURCE-ID(WS-SRC-SUB)  TO MTD-REG-SOURCE-ID
           MOVE WS-SRC-REG-COUNT(WS-SRC-SUB)  TO MTD-REG-COUNT
           MOVE WS-SRC-REG-AMOUNT(WS-SRC-SUB) TO MTD-REG-AMOUNT
           MOVE WS-RUN-ID            TO MTD-RUN-ID
           MOVE STAT-DATE            TO MTD-LOAD-DATE
           MOVE WS-PROVEN-FLAG       TO MTD-PROVEN-FLAG
           PERFORM 5900-WRITE-MTD-ROW.

       5900-WRITE-MTD-ROW.
           IF WS-MTDO-OK
               WRITE MTD-OUT-RECORD FROM MTD-RECORD
               ADD 1 TO WS-MTD-OUT-COUNT
           END-IF.

       8000-WRITE-REPORT.
           MOVE WS-RUN-ID            TO RPT-T-RUN-ID
           MOVE WS-CURRENT-DATE      TO RPT-T-DATE
           MOVE WS-CURRENT-TIME      TO RPT-T-TIME
           WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE

           MOVE SPACES               TO RPT-M-TEXT
           STRING 'FEED DATE: ' STAT-FEED-DATE
                  '  SOURCE: '  STAT-SOURCE-ID
                  '  LOAD DATE: ' STAT-DATE
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE

           PERFORM 8100-WRITE-CATEGORY-LINE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT

           PERFORM 8200-WRITE-SOURCE-LINE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT

           MOVE 'DAILY MASTER ROWS READ'              TO RPT-D-LABEL
           MOVE WS-MASTER-IN-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ITEMS ACCUMULATED FOR THE FEED DATE' TO RPT-D-LABEL
           MOVE WS-DAY-ITEM-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'SUMMARY ROWS CARRIED FORWARD'        TO RPT-D-LABEL
           MOVE WS-MTD-KEPT-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'SUMMARY ROWS REPLACED - DATE RELOADED'
                                                      TO RPT-D-LABEL
           MOVE WS-MTD-REPL-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'SUMMARY ROWS WRITTEN'                TO RPT-D-LABEL
           MOVE WS-MTD-OUT-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

      * REGISTERED VALUE NOT ON THE MASTER IS THE DAY'S REJECTED,
      * UNREPROCESSED SPILL AND CORRECTED-AWAY VALUE - THE SAME
      * RECONCILING ITEM THE MONTH-END CLOSE CARRIES.
           COMPUTE WS-DIFFERENCE-VALUE =
                   WS-REG-AMOUNT-SAVE - WS-DAY-AMOUNT
           MOVE 'REGISTERED AMOUNT TOTAL'             TO RPT-A-LABEL
           MOVE WS-REG-AMOUNT-SAVE                    TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'VALUE ACCUMULATED FROM DAILY MASTER' TO RPT-A-LABEL
           MOVE WS-DAY-AMOUNT                         TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'REGISTERED VALUE NOT ON MASTER'      TO RPT-A-LABEL
           MOVE WS-DIFFERENCE-VALUE                   TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE SPACES TO RPT-M-TEXT
           EVALUATE TRUE
               WHEN WS-DAY-PROVEN
                   MOVE 'DAY ACCUMULATED - PROVEN AGAINST RUNREG'
                        TO RPT-M-TEXT
               WHEN NOT STAT-COMPLETED
                   MOVE 'RUN DID NOT COMPLETE - DAY FLAGGED UNPROVEN'
                        TO RPT-M-TEXT
               WHEN OTHER
                   MOVE 'NO REGISTRY ENTRY - DAY FLAGGED UNPROVEN'
                        TO RPT-M-TEXT
           END-EVALUATE
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE.

       8100-WRITE-CATEGORY-LINE.
           MOVE WS-CAT-CODE(WS-CAT-SUB)   TO RPT-C-CATEGORY
           MOVE WS-CAT-ITEMS(WS-CAT-SUB)  TO RPT-C-ITEMS
           MOVE WS-CAT-AMOUNT(WS-CAT-SUB) TO RPT-C-AMOUNT
           WRITE REPORT-FILE-RECORD FROM RPT-CATEGORY-LINE.

       8200-WRITE-SOURCE-LINE.
           MOVE WS-SRC-SOURCE-ID(WS-SRC-SUB)  TO RPT-S-SOURCE-ID
           MOVE WS-SRC-ITEMS(WS-SRC-SUB)      TO RPT-S-ITEMS
           MOVE WS-SRC-AMOUNT(WS-SRC-SUB)     TO RPT-S-AMOUNT
           MOVE WS-SRC-REG-AMOUNT(WS-SRC-SUB) TO RPT-S-REG-AMOUNT
           COMPUTE RPT-S-NOT-LOADED =
                   WS-SRC-REG-AMOUNT(WS-SRC-SUB)
                 - WS-SRC-AMOUNT(WS-SRC-SUB)
           WRITE REPORT-FILE-RECORD FROM RPT-SOURCE-LINE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'MTDACCUM'           TO TIM-PROGRAM
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
           MOVE 'MTDACCUM'           TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-MASTER-IN-COUNT   TO TIM-RECORDS
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
