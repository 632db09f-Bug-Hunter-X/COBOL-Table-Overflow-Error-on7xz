      ******************************************************************
      * PROGRAM-ID : MTDCLOSE
      * PURPOSE    : MONTH-END CLOSE.  READS THE MONTH-TO-DATE
      *              SUMMARY MTDACCUM BUILT NIGHT BY NIGHT AND PRINTS
      *              THE CLOSE REPORT FOR ONE MONTH - ITEM COUNT AND
      *              VALUE BY FEED DATE, BY CATEGORY AND BY SOURCE
      *              (REGION) - TIED BACK TO THE SUM OF THE RUN
      *              REGISTRY AMOUNTS FOR THE MONTH'S FEED DATES, AND
      *              EACH SOURCE TO ITS OWN REGIONAL ENTRIES.  A MONTH
      *              THAT PROVES IS CLOSED: ITS ROWS LEAVE THE SUMMARY
      *              FOR THE PERMANENT CLOSED-MONTH FILE.
      *
      * NOTES      : THE MONTH WILL NOT CLOSE WHILE ANY BUSINESS DAY
      *              IS MISSING OR UNRECONCILED.  A BUSINESS DAY IS
      *              ONE THE PROCESSING CALENDAR (CALFILE, CALREC.CPY
      *              - THE SAME CARDS FEEDCONS WORKS FROM) CALLS A
      *              BUSINESS DAY: ITS WEEKDAY MASK PLUS ITS EXTRA
      *              BUSINESS DAYS, LESS ITS ALL-REGION HOLIDAYS AND
      *              ANY HOLIDAY ON THE CLOSE CARDS (CLSREC.CPY).
      *              WITHOUT A CALENDAR IT IS MONDAY TO FRIDAY LESS
      *              THE CLOSE-CARD HOLIDAYS.  EACH DAY IN THE
      *              MONTH IS JUDGED:
      *              - MISSING   - A BUSINESS DAY WITH NO SUMMARY;
      *              - UNPROVEN  - ACCUMULATED WITHOUT A REGISTRY
      *                            ENTRY OR FROM AN INCOMPLETE RUN;
      *              - REG GONE  - THE REGISTRY ENTRY THE DAY WAS
      *                            PROVED AGAINST IS NO LONGER THERE
      *                            UNREVERSED (BACKED OUT SINCE);
      *              - REG CHGD  - THE ENTRY'S AMOUNT IS NOT WHAT
      *                            WAS RECORDED;
      *              - CAT OFF   - THE DAY'S CATEGORY ROWS DO NOT
      *                            ADD UP TO ITS DAY ROW;
      *              - SRC OFF   - THE DAY'S SOURCE ROWS DO NOT ADD
      *                            UP TO ITS DAY ROW.
      *              THE TIE: RUNREG TOTAL = CATEGORY TOTAL + THE
      *              REGISTERED VALUE THAT NEVER REACHED THE MASTER
      *              (REJECTED, UNREPROCESSED SPILL, CORRECTED AWAY),
      *              WHICH MTDACCUM RECORDED DAY BY DAY.  BY SOURCE
      *              THE SAME TIE IS MADE REGION BY REGION: THE SUM OF
      *              THE REGION'S UNREVERSED REGIONAL ENTRIES NOW =
      *              ITS MASTER VALUE + ITS REGISTERED VALUE NEVER
      *              LOADED.  A DAY ACCUMULATED BEFORE SOURCE ROWS
      *              WERE KEPT HAS NONE AND STAYS OUT OF THE SOURCE
      *              TIE; IT STILL TIES BY CATEGORY.
      *
      *              THE SUMMARY IS A GDG - (0) IN, (+1) OUT.  A
      *              REFUSED CLOSE COPIES IT THROUGH UNCHANGED.  A
      *              MONTH THAT HAS NOT ENDED IS REFUSED.
      *
      * RETURN CODES:
      *              00 - MONTH CLOSED
      *              12 - CLOSE REFUSED - SEE THE REPORT; SUMMARY
      *                   UNCHANGED
      *              16 - CLSCARD, MTDNEW OR RPTFILE UNAVAILABLE
      *                   (SUMMARY CARRIED WHOLE WHEN MTDNEW OPENED),
      *                   OR MTDCLSD COULD NOT BE OPENED OR WRITTEN -
      *                   MONTH NOT CLOSED, SUMMARY CARRIED WHOLE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTDCLOSE.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO CLSCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT OPTIONAL MTD-IN
               ASSIGN TO MTDOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTDI-STATUS.

           SELECT MTD-OUT
               ASSIGN TO MTDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTDO-STATUS.

           SELECT CLOSED-FILE
               ASSIGN TO MTDCLSD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSD-STATUS.

           SELECT OPTIONAL RUN-REGISTRY
               ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
       01  CARD-FILE-RECORD         PIC X(80).

       FD  MTD-IN
           RECORDING MODE IS F.
       01  MTD-IN-RECORD            PIC X(80).

       FD  MTD-OUT
           RECORDING MODE IS F.
       01  MTD-OUT-RECORD           PIC X(80).

       FD  CLOSED-FILE
           RECORDING MODE IS F.
       01  CLOSED-FILE-RECORD       PIC X(80).

       FD  RUN-REGISTRY
           RECORDING MODE IS F.
       01  RUN-REGISTRY-RECORD      PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-FILE-RECORD     PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      * MONTH-END CLOSE REQUEST CARDS
           COPY CLSREC.

      * MONTH-TO-DATE SUMMARY RECORD
           COPY MTDREC.

      * PROCESSING CALENDAR CARD
           COPY CALREC.

      * RUN REGISTRY RECORD
           COPY RUNREG.

       01  WS-FILE-STATUS-GROUP.
           05  WS-CARD-STATUS       PIC XX.
               88  WS-CARD-OK           VALUE '00'.
           05  WS-MTDI-STATUS       PIC XX.
               88  WS-MTDI-OK           VALUE '00' '05'.
           05  WS-MTDO-STATUS       PIC XX.
               88  WS-MTDO-OK           VALUE '00'.
           05  WS-CLSD-STATUS       PIC XX.
               88  WS-CLSD-OK           VALUE '00'.
           05  WS-REG-STATUS        PIC XX.
               88  WS-REG-OK            VALUE '00' '05'.
           05  WS-CAL-STATUS        PIC XX.
               88  WS-CAL-OK            VALUE '00' '05'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-CARDS      VALUE 'Y'.
           05  WS-CLOSE-FOUND-SW    PIC X VALUE 'N'.
               88  WS-CLOSE-FOUND       VALUE 'Y'.
           05  WS-FILE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-REFUSED-SW        PIC X VALUE 'N'.
               88  WS-CLOSE-REFUSED     VALUE 'Y'.
           05  WS-CAT-FOUND-SW      PIC X VALUE 'N'.
               88  WS-CAT-FOUND         VALUE 'Y'.
           05  WS-SRC-FOUND-SW      PIC X VALUE 'N'.
               88  WS-SRC-FOUND         VALUE 'Y'.
           05  WS-CAL-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-END-OF-CALENDAR   VALUE 'Y'.
           05  WS-WEEKEND-SW        PIC X VALUE 'N'.
               88  WS-WEEKEND-DAY       VALUE 'Y'.
           05  WS-CLSD-FAIL-SW      PIC X VALUE 'N'.
               88  WS-CLSD-FAILED       VALUE 'O' 'W'.
               88  WS-CLSD-WRITE-FAILED VALUE 'W'.
           05  WS-CLSD-FAIL-STATUS  PIC XX VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-MTD-IN-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-MONTH-ROW-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-CARRIED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CLOSED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-BAD-ROW-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-BUSINESS-DAYS     PIC 9(3) VALUE ZERO.
           05  WS-PROVEN-DAYS       PIC 9(3) VALUE ZERO.
           05  WS-EXCEPTION-DAYS    PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-CAT-SUB           PIC 9(3) VALUE ZERO.
           05  WS-SRC-SUB           PIC 9(3) VALUE ZERO.
           05  WS-DAY-SUB           PIC 9(2) VALUE ZERO.
           05  WS-HOL-SUB           PIC 9(2) VALUE ZERO.

       01  WS-VALUE-TOTALS.
           05  WS-CAT-TOTAL-ITEMS   PIC 9(9) VALUE ZERO.
           05  WS-CAT-TOTAL-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-REG-TOTAL-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-NOT-LOADED-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05  WS-UNEXPLAINED       PIC S9(11)V99 VALUE ZERO.
           05  WS-SRC-TOTAL-ITEMS   PIC 9(9) VALUE ZERO.
           05  WS-SRC-TOTAL-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-SRC-REG-TOTAL     PIC S9(11)V99 VALUE ZERO.
           05  WS-SRC-NOT-LOADED    PIC S9(11)V99 VALUE ZERO.
           05  WS-SRC-UNEXPLAINED   PIC S9(11)V99 VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-CLOSE-MONTH       PIC X(06) VALUE SPACES.
           05  WS-CLOSE-OPERATOR    PIC X(08) VALUE SPACES.
           05  WS-ERROR-TEXT        PIC X(40) VALUE SPACES.
           05  WS-DAY-STATE         PIC X(08) VALUE SPACES.
           05  WS-DATE-WORK         PIC X(08).
           05  WS-LOOKUP-SOURCE     PIC X(08) VALUE SPACES.

      * CALENDAR ARITHMETIC FOR THE MONTH BEING CLOSED.  THE WEEKDAY
      * IS ZELLER'S CONGRUENCE - 0 SATURDAY, 1 SUNDAY, 2 MONDAY ...
      * 6 FRIDAY - WORKED ONE INTEGER TERM AT A TIME, THEN TURNED
      * INTO A POSITION IN THE CALENDAR'S MONDAY-FIRST WEEKDAY MASK.
       01  WS-CALENDAR.
           05  WS-CAL-YEAR          PIC 9(4) VALUE ZERO.
           05  WS-CAL-MONTH         PIC 9(2) VALUE ZERO.
           05  WS-CAL-DAYS          PIC 9(2) VALUE ZERO.
           05  WS-Z-YEAR            PIC 9(4) VALUE ZERO.
           05  WS-Z-MONTH           PIC 9(2) VALUE ZERO.
           05  WS-Z-MONTH-TERM      PIC 9(4) VALUE ZERO.
           05  WS-Z-YEAR-4          PIC 9(4) VALUE ZERO.
           05  WS-Z-YEAR-100        PIC 9(4) VALUE ZERO.
           05  WS-Z-YEAR-400        PIC 9(4) VALUE ZERO.
           05  WS-Z-SUM             PIC 9(6) VALUE ZERO.
           05  WS-Z-QUOTIENT        PIC 9(6) VALUE ZERO.
           05  WS-WEEKDAY           PIC 9(1) VALUE ZERO.
           05  WS-MASK-POS          PIC 9(1) VALUE ZERO.
           05  WS-CAL-WEEK-MASK     PIC X(07) VALUE 'YYYYYNN'.
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM-4        PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM-100      PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM-400      PIC 9(4) VALUE ZERO.
       01  WS-MONTH-LENGTHS.
           05  FILLER               PIC X(24) VALUE
                   '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH      PIC 9(2) OCCURS 12 TIMES.

      * HOLIDAYS FROM THE CLOSE CARDS
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-MAX       PIC 9(2) VALUE 31.
           05  WS-HOLIDAY-DATE      PIC X(08) OCCURS 31 TIMES.

      * ONE ENTRY PER CALENDAR DAY OF THE MONTH, BY DAY OF MONTH
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-PRESENT   PIC X(01).
                   88  WS-DAY-IS-PRESENT    VALUE 'Y'.
               10  WS-DAY-DUP       PIC X(01).
                   88  WS-DAY-IS-DUP        VALUE 'Y'.
               10  WS-DAY-PROVEN    PIC X(01).
                   88  WS-DAY-IS-PROVEN     VALUE 'Y'.
               10  WS-DAY-REG-FOUND PIC X(01).
                   88  WS-DAY-REG-IS-FOUND  VALUE 'Y'.
               10  WS-DAY-HOLIDAY   PIC X(01).
                   88  WS-DAY-IS-HOLIDAY    VALUE 'Y'.
               10  WS-DAY-BUSDAY    PIC X(01).
                   88  WS-DAY-IS-BUSDAY     VALUE 'Y'.
               10  WS-DAY-SRC-ROWS  PIC X(01).
                   88  WS-DAY-HAS-SRC-ROWS  VALUE 'Y'.
               10  WS-DAY-SOURCE-ID PIC X(08).
               10  WS-DAY-ITEMS     PIC 9(7).
               10  WS-DAY-AMOUNT    PIC S9(11)V99.
               10  WS-DAY-CAT-SUM   PIC S9(11)V99.
               10  WS-DAY-SRC-SUM   PIC S9(11)V99.
               10  WS-DAY-REG-REC   PIC S9(11)V99.
               10  WS-DAY-REG-NOW   PIC S9(11)V99.

      * THE MONTH'S TOTALS BY CATEGORY; THE LAST ENTRY COLLECTS ANY
      * OVERFLOW UNDER '****' SO THE MONTH STILL ADDS UP.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-CAT-MAX           PIC 9(3) VALUE 500.
           05  WS-CAT-ENTRY OCCURS 500 TIMES.
               10  WS-CAT-CODE      PIC X(04).
               10  WS-CAT-ITEMS     PIC 9(9).
               10  WS-CAT-AMOUNT    PIC S9(11)V99.

      * THE MONTH'S TOTALS BY SOURCE FROM THE SOURCE ROWS, WITH THE
      * REGIONAL REGISTRY VALUE RECORDED AT ACCUMULATION AND AS IT
      * STANDS NOW; OVERFLOW COLLECTS UNDER '*OTHERS*'.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-SRC-MAX           PIC 9(3) VALUE 20.
           05  WS-SRC-ENTRY OCCURS 20 TIMES.
               10  WS-SRC-SOURCE-ID PIC X(08).
               10  WS-SRC-ITEMS     PIC 9(9).
               10  WS-SRC-AMOUNT    PIC S9(11)V99.
               10  WS-SRC-REG-REC   PIC S9(11)V99.
               10  WS-SRC-REG-NOW   PIC S9(11)V99.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'MTDCLOSE MONTH CLOSE'.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-DAY-HEAD-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'FEED DATE '.
           05  FILLER               PIC X(09) VALUE 'STATE    '.
           05  FILLER               PIC X(09) VALUE 'SOURCE   '.
           05  FILLER               PIC X(08) VALUE '   ITEMS'.
           05  FILLER               PIC X(16) VALUE
                   '    MASTER VALUE'.
           05  FILLER               PIC X(16) VALUE
                   ' RUNREG RECORDED'.
           05  FILLER               PIC X(16) VALUE
                   '     RUNREG  NOW'.
           05  FILLER               PIC X(16) VALUE
                   '      NOT LOADED'.
           05  FILLER               PIC X(31) VALUE SPACE.

       01  RPT-DAY-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-Y-DATE           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-Y-STATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-Y-SOURCE-ID      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-Y-ITEMS          PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-Y-AMOUNT         PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-Y-REG-REC        PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-Y-REG-NOW        PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-Y-NOT-LOADED     PIC -(11)9.99.
           05  FILLER               PIC X(32) VALUE SPACE.

       01  RPT-CATEGORY-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'CATEGORY  '.
           05  RPT-C-CATEGORY       PIC X(04).
           05  FILLER               PIC X(09) VALUE '   ITEMS '.
           05  RPT-C-ITEMS          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(09) VALUE '   VALUE '.
           05  RPT-C-AMOUNT         PIC -(11)9.99.
           05  FILLER               PIC X(75) VALUE SPACE.

       01  RPT-SOURCE-HEAD-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(19) VALUE
                   'SOURCE             '.
           05  FILLER               PIC X(10) VALUE '     ITEMS'.
           05  FILLER               PIC X(16) VALUE
                   '    MASTER VALUE'.
           05  FILLER               PIC X(16) VALUE
                   ' RUNREG RECORDED'.
           05  FILLER               PIC X(16) VALUE
                   '     RUNREG  NOW'.
           05  FILLER               PIC X(16) VALUE
                   '      NOT LOADED'.
           05  FILLER               PIC X(38) VALUE SPACE.

       01  RPT-SOURCE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(07) VALUE 'SOURCE '.
           05  RPT-S-SOURCE-ID      PIC X(08).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  RPT-S-ITEMS          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-AMOUNT         PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-REG-REC        PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-REG-NOW        PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-NOT-LOADED     PIC -(11)9.99.
           05  FILLER               PIC X(38) VALUE SPACE.

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
           05  RPT-M-TEXT           PIC X(80).
           05  FILLER               PIC X(51) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-READ-CARDS
               PERFORM 2200-VALIDATE-REQUEST
               IF NOT WS-CLOSE-REFUSED
                   PERFORM 3000-LOAD-MONTH
                   PERFORM 4000-REREAD-REGISTRY
                   PERFORM 5000-JUDGE-MONTH
                   PERFORM 8000-WRITE-REPORT
               ELSE
                   PERFORM 7000-WRITE-REFUSAL
               END-IF
      * THE SUMMARY ALWAYS GOES FORWARD - WITHOUT THE MONTH WHEN IT
      * CLOSED, WHOLE WHEN IT DID NOT.
               PERFORM 6000-WRITE-NEW-SUMMARY
               EVALUATE TRUE
                   WHEN WS-CLSD-FAILED
                       MOVE 16 TO RETURN-CODE
                       PERFORM 7100-WRITE-CLSD-FAILURE
                   WHEN WS-CLOSE-REFUSED
                       MOVE 12 TO RETURN-CODE
                       DISPLAY 'MTDCLOSE: MONTH ' WS-CLOSE-MONTH
                               ' NOT CLOSED - SEE CLOSE REPORT'
                   WHEN OTHER
                       DISPLAY 'MTDCLOSE: MONTH ' WS-CLOSE-MONTH
                               ' CLOSED - ' WS-CLOSED-COUNT
                               ' SUMMARY ROWS MOVED TO MTDCLSD'
               END-EVALUATE
           ELSE
               DISPLAY 'MTDCLOSE TERMINATING - FILES UNAVAILABLE'
      * MTDNEW CATALOGS ON ANY NORMAL END - CARRY THE SUMMARY THROUGH
      * WHOLE RATHER THAN LEAVE AN EMPTY GENERATION BEHIND.
               IF WS-MTDO-OK
                   SET WS-CLOSE-REFUSED TO TRUE
                   PERFORM 6000-WRITE-NEW-SUMMARY
               END-IF
           END-IF
           IF WS-RPT-OK
               CLOSE REPORT-FILE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '14'                 TO WS-RUN-ID(7:2)
           MOVE SPACES TO WS-HOLIDAY-TABLE
           MOVE 31     TO WS-HOLIDAY-MAX
           PERFORM 1100-CLEAR-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31

           OPEN INPUT CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'UNABLE TO OPEN CLSCARD - STATUS '
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT MTD-OUT
           IF NOT WS-MTDO-OK
               DISPLAY 'UNABLE TO OPEN MTDNEW - STATUS '
                       WS-MTDO-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
      * THE CLOSE REPORT IS WHAT FINANCE FILES - NO MONTH IS CLOSED
      * WITHOUT ONE.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-OK
               MOVE WS-RUN-ID            TO RPT-T-RUN-ID
               MOVE WS-CURRENT-DATE      TO RPT-T-DATE
               MOVE WS-CURRENT-TIME      TO RPT-T-TIME
               WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE
           ELSE
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       1100-CLEAR-ONE-DAY.
           MOVE 'N'    TO WS-DAY-PRESENT(WS-DAY-SUB)
           MOVE 'N'    TO WS-DAY-DUP(WS-DAY-SUB)
           MOVE 'N'    TO WS-DAY-PROVEN(WS-DAY-SUB)
           MOVE 'N'    TO WS-DAY-REG-FOUND(WS-DAY-SUB)
           MOVE 'N'    TO WS-DAY-HOLIDAY(WS-DAY-SUB)
           MOVE 'N'    TO WS-DAY-BUSDAY(WS-DAY-SUB)
           MOVE 'N'    TO WS-DAY-SRC-ROWS(WS-DAY-SUB)
           MOVE SPACES TO WS-DAY-SOURCE-ID(WS-DAY-SUB)
           MOVE ZERO   TO WS-DAY-ITEMS(WS-DAY-SUB)
           MOVE ZERO   TO WS-DAY-AMOUNT(WS-DAY-SUB)
           MOVE ZERO   TO WS-DAY-CAT-SUM(WS-DAY-SUB)
           MOVE ZERO   TO WS-DAY-SRC-SUM(WS-DAY-SUB)
           MOVE ZERO   TO WS-DAY-REG-REC(WS-DAY-SUB)
           MOVE ZERO   TO WS-DAY-REG-NOW(WS-DAY-SUB).

       2000-READ-CARDS.
           PERFORM 2010-READ-ONE-CARD
           PERFORM 2020-TAKE-ONE-CARD UNTIL WS-END-OF-CARDS
           CLOSE CARD-FILE
           MOVE SPACES TO RPT-M-TEXT
           STRING 'CLOSE MONTH: ' WS-CLOSE-MONTH
                  '  OPER: '      WS-CLOSE-OPERATOR
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE.

       2010-READ-ONE-CARD.
           READ CARD-FILE INTO CLS-RECORD
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-READ.

       2020-TAKE-ONE-CARD.
           EVALUATE TRUE
               WHEN CLS-CLOSE-CARD AND NOT WS-CLOSE-FOUND
                   SET WS-CLOSE-FOUND TO TRUE
                   MOVE CLS-DATE(1:6)  TO WS-CLOSE-MONTH
                   MOVE CLS-OPERATOR   TO WS-CLOSE-OPERATOR
               WHEN CLS-HOLIDAY-CARD
                   IF WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE CLS-DATE TO
                            WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY 'CLSCARD CARD IGNORED: ' CLS-CARD-TYPE
                           ' ' CLS-DATE
           END-EVALUATE
           PERFORM 2010-READ-ONE-CARD.

       2200-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN NOT WS-CLOSE-FOUND
                   MOVE 'NO CLOSE CARD ON CLSCARD'
                        TO WS-ERROR-TEXT
               WHEN WS-CLOSE-MONTH NOT NUMERIC
                   MOVE 'CLOSE MONTH IS NOT YYYYMM'
                        TO WS-ERROR-TEXT
               WHEN WS-CLOSE-MONTH(5:2) < '01'
                       OR WS-CLOSE-MONTH(5:2) > '12'
                   MOVE 'CLOSE MONTH IS NOT YYYYMM'
                        TO WS-ERROR-TEXT
               WHEN WS-CLOSE-OPERATOR = SPACES
                   MOVE 'CLOSE NEEDS AN OPERATOR ID'
                        TO WS-ERROR-TEXT
               WHEN WS-CLOSE-MONTH NOT < WS-CURRENT-DATE(1:6)
                   MOVE 'MONTH HAS NOT ENDED'
                        TO WS-ERROR-TEXT
               WHEN OTHER
                   PERFORM 2300-SET-UP-CALENDAR
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF.

       2300-SET-UP-CALENDAR.
           MOVE WS-CLOSE-MONTH(1:4) TO WS-CAL-YEAR
           MOVE WS-CLOSE-MONTH(5:2) TO WS-CAL-MONTH
           MOVE WS-MONTH-LENGTH(WS-CAL-MONTH) TO WS-CAL-DAYS
           IF WS-CAL-MONTH = 2
               DIVIDE WS-CAL-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CAL-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CAL-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                       AND (WS-LEAP-REM-100 NOT = ZERO
                            OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-CAL-DAYS
               END-IF
           END-IF
           PERFORM 2310-MARK-ONE-HOLIDAY
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
           PERFORM 2320-READ-CALENDAR.

       2310-MARK-ONE-HOLIDAY.
      * A HOLIDAY CARD FOR ANOTHER MONTH IS SIMPLY NOT THIS MONTH'S
           MOVE WS-HOLIDAY-DATE(WS-HOL-SUB) TO WS-DATE-WORK
           IF WS-DATE-WORK(1:6) = WS-CLOSE-MONTH
                   AND WS-DATE-WORK(7:2) NUMERIC
                   AND WS-DATE-WORK(7:2) > '00'
               MOVE WS-DATE-WORK(7:2) TO WS-DAY-SUB
               IF WS-DAY-SUB <= WS-CAL-DAYS
                   MOVE 'Y' TO WS-DAY-HOLIDAY(WS-DAY-SUB)
               END-IF
           END-IF.

       2320-READ-CALENDAR.
      * ONLY THE WEEKDAY MASK AND THE CLOSING MONTH'S ALL-REGION
      * HOLIDAYS AND EXTRA BUSINESS DAYS MATTER HERE - A REGIONAL
      * HOLIDAY STILL LEAVES THE OTHER REGIONS' FEED DUE.
           MOVE 'N' TO WS-CAL-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CAL-OK
               MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-IF
           PERFORM 2330-TAKE-ONE-CALENDAR-CARD
               UNTIL WS-END-OF-CALENDAR
           CLOSE CALENDAR-FILE.

       2330-TAKE-ONE-CALENDAR-CARD.
           READ CALENDAR-FILE INTO CAL-RECORD
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAL-WEEKDAYS-CARD
                           IF CAL-DAY-MASK NOT = SPACES
                               MOVE CAL-DAY-MASK TO WS-CAL-WEEK-MASK
                           END-IF
                       WHEN CAL-HOLIDAY-CARD OR CAL-BUSDAY-CARD
                           IF CAL-SOURCE-ID = SPACES
                                   AND CAL-DATE(1:6) = WS-CLOSE-MONTH
                                   AND CAL-DATE(7:2) NUMERIC
                                   AND CAL-DATE(7:2) > '00'
                               MOVE CAL-DATE(7:2) TO WS-DAY-SUB
                               PERFORM 2340-MARK-CALENDAR-DAY
                           END-IF
                   END-EVALUATE
           END-READ.

       2340-MARK-CALENDAR-DAY.
           IF WS-DAY-SUB <= WS-CAL-DAYS
               IF CAL-HOLIDAY-CARD
                   MOVE 'Y' TO WS-DAY-HOLIDAY(WS-DAY-SUB)
               ELSE
                   MOVE 'Y' TO WS-DAY-BUSDAY(WS-DAY-SUB)
               END-IF
           END-IF.

      ******************************************************************
      * FIRST PASS OVER THE SUMMARY - THE CLOSING MONTH'S ROWS INTO
      * THE DAY AND CATEGORY TABLES.
      ******************************************************************
       3000-LOAD-MONTH.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT MTD-IN
           IF NOT WS-MTDI-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3010-LOAD-ONE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE MTD-IN.

       3010-LOAD-ONE-ROW.
           READ MTD-IN INTO MTD-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MTD-IN-COUNT
                   IF MTD-FEED-DATE(1:6) = WS-CLOSE-MONTH
                       ADD 1 TO WS-MONTH-ROW-COUNT
                       PERFORM 3020-TABLE-MONTH-ROW
                   END-IF
           END-READ.

       3020-TABLE-MONTH-ROW.
           MOVE ZERO TO WS-DAY-SUB
           IF MTD-FEED-DATE(7:2) NUMERIC
               MOVE MTD-FEED-DATE(7:2) TO WS-DAY-SUB
           END-IF
           EVALUATE TRUE
               WHEN WS-DAY-SUB = ZERO OR WS-DAY-SUB > WS-CAL-DAYS
                   ADD 1 TO WS-BAD-ROW-COUNT
               WHEN MTD-DAY-ROW
                   IF WS-DAY-IS-PRESENT(WS-DAY-SUB)
                       MOVE 'Y' TO WS-DAY-DUP(WS-DAY-SUB)
                   END-IF
                   MOVE 'Y'              TO WS-DAY-PRESENT(WS-DAY-SUB)
                   MOVE MTD-PROVEN-FLAG  TO WS-DAY-PROVEN(WS-DAY-SUB)
                   MOVE MTD-REG-SOURCE-ID
                                         TO WS-DAY-SOURCE-ID(WS-DAY-SUB)
                   MOVE MTD-ITEM-COUNT   TO WS-DAY-ITEMS(WS-DAY-SUB)
                   MOVE MTD-AMOUNT       TO WS-DAY-AMOUNT(WS-DAY-SUB)
                   MOVE MTD-REG-AMOUNT   TO WS-DAY-REG-REC(WS-DAY-SUB)
               WHEN MTD-CATEGORY-ROW
                   ADD MTD-AMOUNT        TO WS-DAY-CAT-SUM(WS-DAY-SUB)
                   PERFORM 3100-FIND-CATEGORY-ENTRY
                   ADD MTD-ITEM-COUNT    TO WS-CAT-ITEMS(WS-CAT-SUB)
                   ADD MTD-AMOUNT        TO WS-CAT-AMOUNT(WS-CAT-SUB)
               WHEN MTD-SOURCE-ROW
                   MOVE 'Y'              TO WS-DAY-SRC-ROWS(WS-DAY-SUB)
                   ADD MTD-AMOUNT        TO WS-DAY-SRC-SUM(WS-DAY-SUB)
                   MOVE MTD-REG-SOURCE-ID TO WS-LOOKUP-SOURCE
                   PERFORM 3200-FIND-SOURCE-ENTRY
                   ADD MTD-ITEM-COUNT    TO WS-SRC-ITEMS(WS-SRC-SUB)
                   ADD MTD-AMOUNT        TO WS-SRC-AMOUNT(WS-SRC-SUB)
                   ADD MTD-REG-AMOUNT    TO WS-SRC-REG-REC(WS-SRC-SUB)
               WHEN OTHER
                   ADD 1 TO WS-BAD-ROW-COUNT
           END-EVALUATE.

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
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
                   MOVE MTD-CATEGORY TO WS-CAT-CODE(WS-CAT-SUB)
                   MOVE ZERO         TO WS-CAT-ITEMS(WS-CAT-SUB)
                   MOVE ZERO         TO WS-CAT-AMOUNT(WS-CAT-SUB)
               ELSE
                   MOVE WS-CAT-MAX   TO WS-CAT-SUB
                   MOVE '****'       TO WS-CAT-CODE(WS-CAT-SUB)
               END-IF
           END-IF.

       3110-TEST-ONE-CATEGORY.
           IF WS-CAT-CODE(WS-CAT-SUB) = MTD-CATEGORY
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
                   MOVE ZERO TO WS-SRC-REG-REC(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-REG-NOW(WS-SRC-SUB)
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
      * RE-READ THE REGISTRY NOW.  EACH ACCUMULATED DAY LOOKS FOR THE
      * SAME ENTRY IT WAS PROVED AGAINST - FEED DATE AND SOURCE, LAST
      * UNREVERSED MATCH - SO A FEED BACKED OUT OR CHANGED SINCE THE
      * NIGHT IT WAS ACCUMULATED IS CAUGHT BEFORE THE MONTH CLOSES.
      * A DAY WITH SOURCE ROWS ALSO SUMS EVERY UNREVERSED REGIONAL
      * ENTRY FOR ITS FEED DATE INTO THAT REGION'S REGISTRY-NOW VALUE.
      ******************************************************************
       4000-REREAD-REGISTRY.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT RUN-REGISTRY
           IF NOT WS-REG-OK
               DISPLAY 'RUNREG NOT AVAILABLE - STATUS ' WS-REG-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 4010-CHECK-ONE-ENTRY
               UNTIL WS-END-OF-FILE
           CLOSE RUN-REGISTRY.

       4010-CHECK-ONE-ENTRY.
           READ RUN-REGISTRY INTO REG-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF REG-FEED-DATE(1:6) = WS-CLOSE-MONTH
                           AND REG-FEED-DATE(7:2) NUMERIC
                           AND NOT REG-REVERSED
                       MOVE REG-FEED-DATE(7:2) TO WS-DAY-SUB
                       IF WS-DAY-SUB > ZERO
                               AND WS-DAY-SUB <= WS-CAL-DAYS
                           IF WS-DAY-IS-PRESENT(WS-DAY-SUB)
                                   AND REG-SOURCE-ID =
                                       WS-DAY-SOURCE-ID(WS-DAY-SUB)
                               MOVE 'Y' TO WS-DAY-REG-FOUND(WS-DAY-SUB)
                               MOVE REG-AMOUNT-TOTAL
                                    TO WS-DAY-REG-NOW(WS-DAY-SUB)
                           END-IF
                           IF WS-DAY-HAS-SRC-ROWS(WS-DAY-SUB)
                                   AND REG-SOURCE-ID NOT = 'MULTISRC'
                               MOVE REG-SOURCE-ID TO WS-LOOKUP-SOURCE
                               PERFORM 3200-FIND-SOURCE-ENTRY
                               ADD REG-AMOUNT-TOTAL
                                   TO WS-SRC-REG-NOW(WS-SRC-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * JUDGE EVERY CALENDAR DAY, THEN THE MONTH.
      ******************************************************************
       5000-JUDGE-MONTH.
           WRITE REPORT-FILE-RECORD FROM RPT-DAY-HEAD-LINE
           PERFORM 5100-JUDGE-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-CAL-DAYS
           PERFORM 5300-ADD-CATEGORY-TOTAL
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT
           COMPUTE WS-UNEXPLAINED =
                   WS-REG-TOTAL-AMOUNT - WS-CAT-TOTAL-AMOUNT
                 - WS-NOT-LOADED-AMOUNT
           PERFORM 5400-ADD-SOURCE-TOTAL
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT
           COMPUTE WS-SRC-UNEXPLAINED =
                   WS-SRC-REG-TOTAL - WS-SRC-TOTAL-AMOUNT
                 - WS-SRC-NOT-LOADED
           EVALUATE TRUE
               WHEN WS-EXCEPTION-DAYS > ZERO
                   MOVE 'BUSINESS DAY MISSING OR UNRECONCILED'
                        TO WS-ERROR-TEXT
               WHEN WS-BAD-ROW-COUNT > ZERO
                   MOVE 'SUMMARY ROWS WITH AN INVALID FEED DATE'
                        TO WS-ERROR-TEXT
               WHEN WS-UNEXPLAINED NOT = ZERO
                   MOVE 'CATEGORY TOTALS DO NOT TIE TO RUNREG'
                        TO WS-ERROR-TEXT
               WHEN WS-SRC-UNEXPLAINED NOT = ZERO
                   MOVE 'SOURCE TOTALS DO NOT TIE TO RUNREG'
                        TO WS-ERROR-TEXT
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF.

       5100-JUDGE-ONE-DAY.
           MOVE WS-CLOSE-MONTH TO WS-DATE-WORK(1:6)
           MOVE WS-DAY-SUB     TO WS-DATE-WORK(7:2)
           PERFORM 5200-COMPUTE-WEEKDAY
           IF NOT WS-WEEKEND-DAY
                   AND NOT WS-DAY-IS-HOLIDAY(WS-DAY-SUB)
               ADD 1 TO WS-BUSINESS-DAYS
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-DAY-IS-PRESENT(WS-DAY-SUB)
                   IF WS-WEEKEND-DAY
                       MOVE 'WEEKEND'  TO WS-DAY-STATE
                   ELSE
                       IF WS-DAY-IS-HOLIDAY(WS-DAY-SUB)
                           MOVE 'HOLIDAY'  TO WS-DAY-STATE
                       ELSE
                           MOVE 'MISSING'  TO WS-DAY-STATE
                       END-IF
                   END-IF
               WHEN WS-DAY-IS-DUP(WS-DAY-SUB)
                   MOVE 'DUP DAY'  TO WS-DAY-STATE
               WHEN NOT WS-DAY-IS-PROVEN(WS-DAY-SUB)
                   MOVE 'UNPROVEN' TO WS-DAY-STATE
               WHEN NOT WS-DAY-REG-IS-FOUND(WS-DAY-SUB)
                   MOVE 'REG GONE' TO WS-DAY-STATE
               WHEN WS-DAY-REG-NOW(WS-DAY-SUB) NOT =
                    WS-DAY-REG-REC(WS-DAY-SUB)
                   MOVE 'REG CHGD' TO WS-DAY-STATE
               WHEN WS-DAY-CAT-SUM(WS-DAY-SUB) NOT =
                    WS-DAY-AMOUNT(WS-DAY-SUB)
                   MOVE 'CAT OFF'  TO WS-DAY-STATE
               WHEN WS-DAY-HAS-SRC-ROWS(WS-DAY-SUB)
                       AND WS-DAY-SRC-SUM(WS-DAY-SUB) NOT =
                           WS-DAY-AMOUNT(WS-DAY-SUB)
                   MOVE 'SRC OFF'  TO WS-DAY-STATE
               WHEN OTHER
                   MOVE 'PROVEN'   TO WS-DAY-STATE
           END-EVALUATE
           EVALUATE WS-DAY-STATE
               WHEN 'WEEKEND'
               WHEN 'HOLIDAY'
                   CONTINUE
               WHEN 'PROVEN'
                   ADD 1 TO WS-PROVEN-DAYS
               WHEN OTHER
                   ADD 1 TO WS-EXCEPTION-DAYS
           END-EVALUATE
      * ONLY AN ACCUMULATED DAY ENTERS THE TIE
           IF WS-DAY-IS-PRESENT(WS-DAY-SUB)
               ADD WS-DAY-REG-NOW(WS-DAY-SUB) TO WS-REG-TOTAL-AMOUNT
               COMPUTE WS-NOT-LOADED-AMOUNT = WS-NOT-LOADED-AMOUNT
                     + WS-DAY-REG-REC(WS-DAY-SUB)
                     - WS-DAY-AMOUNT(WS-DAY-SUB)
           END-IF
           PERFORM 5110-WRITE-DAY-LINE.

       5110-WRITE-DAY-LINE.
           MOVE WS-DATE-WORK                 TO RPT-Y-DATE
           MOVE WS-DAY-STATE                 TO RPT-Y-STATE
           MOVE WS-DAY-SOURCE-ID(WS-DAY-SUB) TO RPT-Y-SOURCE-ID
           MOVE WS-DAY-ITEMS(WS-DAY-SUB)     TO RPT-Y-ITEMS
           MOVE WS-DAY-AMOUNT(WS-DAY-SUB)    TO RPT-Y-AMOUNT
           MOVE WS-DAY-REG-REC(WS-DAY-SUB)   TO RPT-Y-REG-REC
           MOVE WS-DAY-REG-NOW(WS-DAY-SUB)   TO RPT-Y-REG-NOW
           COMPUTE RPT-Y-NOT-LOADED =
                   WS-DAY-REG-REC(WS-DAY-SUB)
                 - WS-DAY-AMOUNT(WS-DAY-SUB)
           WRITE REPORT-FILE-RECORD FROM RPT-DAY-LINE.

       5200-COMPUTE-WEEKDAY.
      * JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR
      * YEAR.
           MOVE WS-CAL-YEAR  TO WS-Z-YEAR
           MOVE WS-CAL-MONTH TO WS-Z-MONTH
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF
           COMPUTE WS-Z-MONTH-TERM = (13 * (WS-Z-MONTH + 1)) / 5
           DIVIDE WS-Z-YEAR BY 4   GIVING WS-Z-YEAR-4
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-YEAR-100
           DIVIDE WS-Z-YEAR BY 400 GIVING WS-Z-YEAR-400
           COMPUTE WS-Z-SUM = WS-DAY-SUB + WS-Z-MONTH-TERM + WS-Z-YEAR
                            + WS-Z-YEAR-4 - WS-Z-YEAR-100
                            + WS-Z-YEAR-400
           DIVIDE WS-Z-SUM BY 7
               GIVING WS-Z-QUOTIENT REMAINDER WS-WEEKDAY
           EVALUATE WS-WEEKDAY
               WHEN 0
                   MOVE 6 TO WS-MASK-POS
               WHEN 1
                   MOVE 7 TO WS-MASK-POS
               WHEN OTHER
                   COMPUTE WS-MASK-POS = WS-WEEKDAY - 1
           END-EVALUATE
      * AN EXTRA BUSINESS DAY IS NOT A WEEKEND WHATEVER THE MASK SAYS
           MOVE 'N' TO WS-WEEKEND-SW
           IF WS-CAL-WEEK-MASK(WS-MASK-POS:1) NOT = 'Y'
                   AND NOT WS-DAY-IS-BUSDAY(WS-DAY-SUB)
               SET WS-WEEKEND-DAY TO TRUE
           END-IF.

       5300-ADD-CATEGORY-TOTAL.
           ADD WS-CAT-ITEMS(WS-CAT-SUB)  TO WS-CAT-TOTAL-ITEMS
           ADD WS-CAT-AMOUNT(WS-CAT-SUB) TO WS-CAT-TOTAL-AMOUNT.

       5400-ADD-SOURCE-TOTAL.
           ADD WS-SRC-ITEMS(WS-SRC-SUB)   TO WS-SRC-TOTAL-ITEMS
           ADD WS-SRC-AMOUNT(WS-SRC-SUB)  TO WS-SRC-TOTAL-AMOUNT
           ADD WS-SRC-REG-NOW(WS-SRC-SUB) TO WS-SRC-REG-TOTAL
           COMPUTE WS-SRC-NOT-LOADED = WS-SRC-NOT-LOADED
                 + WS-SRC-REG-REC(WS-SRC-SUB)
                 - WS-SRC-AMOUNT(WS-SRC-SUB).

      ******************************************************************
      * SECOND PASS - THE NEW SUMMARY GENERATION.  A CLOSED MONTH'S
      * ROWS GO TO THE PERMANENT CLOSED-MONTH FILE INSTEAD.  WHEN
      * MTDCLSD CANNOT BE OPENED THE MONTH STAYS IN THE SUMMARY.  A
      * WRITE THAT FAILS PART WAY WOULD LEAVE THE MONTH SPLIT, SO THE
      * NEW GENERATION IS STARTED AGAIN AND CARRIED WHOLE; THE ROWS
      * THAT DID REACH MTDCLSD ARE COUNTED ON THE REPORT.
      ******************************************************************
       6000-WRITE-NEW-SUMMARY.
           IF NOT WS-CLOSE-REFUSED
               OPEN EXTEND CLOSED-FILE
               IF NOT WS-CLSD-OK
                   CLOSE CLOSED-FILE
                   OPEN OUTPUT CLOSED-FILE
               END-IF
               IF NOT WS-CLSD-OK
                   DISPLAY 'UNABLE TO OPEN MTDCLSD - STATUS '
                           WS-CLSD-STATUS
                   MOVE WS-CLSD-STATUS TO WS-CLSD-FAIL-STATUS
                   MOVE 'O' TO WS-CLSD-FAIL-SW
                   SET WS-CLOSE-REFUSED TO TRUE
               END-IF
           END-IF
           PERFORM 6020-COPY-SUMMARY
           IF WS-CLSD-WRITE-FAILED
               CLOSE MTD-OUT
               OPEN OUTPUT MTD-OUT
               MOVE ZERO TO WS-CARRIED-COUNT
               PERFORM 6020-COPY-SUMMARY
           END-IF
           CLOSE MTD-OUT
           IF NOT WS-CLOSE-REFUSED
               CLOSE CLOSED-FILE
           END-IF.

       6010-ROUTE-ONE-ROW.
           READ MTD-IN
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   MOVE MTD-IN-RECORD TO MTD-RECORD
                   IF MTD-FEED-DATE(1:6) = WS-CLOSE-MONTH
                           AND NOT WS-CLOSE-REFUSED
                       WRITE CLOSED-FILE-RECORD FROM MTD-RECORD
                       IF WS-CLSD-OK
                           ADD 1 TO WS-CLOSED-COUNT
                       ELSE
                           PERFORM 6030-CLOSED-WRITE-FAILED
                       END-IF
                   ELSE
                       WRITE MTD-OUT-RECORD FROM MTD-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                   END-IF
           END-READ.

       6020-COPY-SUMMARY.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT MTD-IN
           IF NOT WS-MTDI-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 6010-ROUTE-ONE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE MTD-IN.

       6030-CLOSED-WRITE-FAILED.
           DISPLAY 'UNABLE TO WRITE MTDCLSD - STATUS ' WS-CLSD-STATUS
           MOVE WS-CLSD-STATUS TO WS-CLSD-FAIL-STATUS
           MOVE 'W' TO WS-CLSD-FAIL-SW
           SET WS-CLOSE-REFUSED TO TRUE
           MOVE 'Y' TO WS-FILE-EOF-SWITCH
           CLOSE CLOSED-FILE.

       7000-WRITE-REFUSAL.
           MOVE SPACES TO RPT-M-TEXT
           STRING 'CLOSE REFUSED - ' WS-ERROR-TEXT
                  ' - SUMMARY UNCHANGED'
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           DISPLAY 'MTDCLOSE: CLOSE REFUSED - ' WS-ERROR-TEXT.

       7100-WRITE-CLSD-FAILURE.
           MOVE SPACES TO RPT-M-TEXT
           STRING 'CLOSE NOT COMPLETED - MTDCLSD STATUS '
                  WS-CLSD-FAIL-STATUS
                  ' - SUMMARY CARRIED WHOLE'
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           IF WS-CLOSED-COUNT > ZERO
               MOVE SPACES TO RPT-M-TEXT
               STRING WS-CLOSED-COUNT
                      ' ROWS OF THE MONTH REACHED MTDCLSD - REMOVE '
                      'THEM BEFORE RESUBMITTING'
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           DISPLAY 'MTDCLOSE: MONTH ' WS-CLOSE-MONTH
                   ' NOT CLOSED - MTDCLSD STATUS ' WS-CLSD-FAIL-STATUS.

       8000-WRITE-REPORT.
           PERFORM 8100-WRITE-CATEGORY-LINE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT

           MOVE 'SUMMARY ROWS FOR THE MONTH'          TO RPT-D-LABEL
           MOVE WS-MONTH-ROW-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'BUSINESS DAYS IN THE MONTH'          TO RPT-D-LABEL
           MOVE WS-BUSINESS-DAYS                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'DAYS PROVEN'                         TO RPT-D-LABEL
           MOVE WS-PROVEN-DAYS                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'DAYS MISSING OR UNRECONCILED'        TO RPT-D-LABEL
           MOVE WS-EXCEPTION-DAYS                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'SUMMARY ROWS WITH INVALID FEED DATE'  TO RPT-D-LABEL
           MOVE WS-BAD-ROW-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ITEMS IN THE MONTH - ALL CATEGORIES' TO RPT-D-LABEL
           MOVE WS-CAT-TOTAL-ITEMS                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

      * THE TIE
           MOVE 'RUNREG AMOUNT TOTAL - MONTH FEED DATES'
                                                      TO RPT-A-LABEL
           MOVE WS-REG-TOTAL-AMOUNT                   TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'CATEGORY VALUE TOTAL'                TO RPT-A-LABEL
           MOVE WS-CAT-TOTAL-AMOUNT                   TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'REGISTERED VALUE NOT ON MASTER'      TO RPT-A-LABEL
           MOVE WS-NOT-LOADED-AMOUNT                  TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'UNEXPLAINED DIFFERENCE'              TO RPT-A-LABEL
           MOVE WS-UNEXPLAINED                        TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

      * THE SAME TIE BY SOURCE, AGAINST THE REGIONAL ENTRIES
           WRITE REPORT-FILE-RECORD FROM RPT-SOURCE-HEAD-LINE
           PERFORM 8200-WRITE-SOURCE-LINE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT

           MOVE 'ITEMS IN THE MONTH - ALL SOURCES'    TO RPT-D-LABEL
           MOVE WS-SRC-TOTAL-ITEMS                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'REGIONAL RUNREG TOTAL - SOURCE DAYS'  TO RPT-A-LABEL
           MOVE WS-SRC-REG-TOTAL                      TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'SOURCE VALUE TOTAL'                  TO RPT-A-LABEL
           MOVE WS-SRC-TOTAL-AMOUNT                   TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'REGIONAL VALUE NOT ON MASTER'        TO RPT-A-LABEL
           MOVE WS-SRC-NOT-LOADED                     TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'UNEXPLAINED SOURCE DIFFERENCE'       TO RPT-A-LABEL
           MOVE WS-SRC-UNEXPLAINED                    TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           IF WS-CLOSE-REFUSED
               PERFORM 7000-WRITE-REFUSAL
           ELSE
               MOVE SPACES TO RPT-M-TEXT
               STRING 'MONTH CLOSED - CATEGORY AND SOURCE TOTALS '
                      'TIE TO RUNREG'
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       8100-WRITE-CATEGORY-LINE.
           MOVE WS-CAT-CODE(WS-CAT-SUB)   TO RPT-C-CATEGORY
           MOVE WS-CAT-ITEMS(WS-CAT-SUB)  TO RPT-C-ITEMS
           MOVE WS-CAT-AMOUNT(WS-CAT-SUB) TO RPT-C-AMOUNT
           WRITE REPORT-FILE-RECORD FROM RPT-CATEGORY-LINE.

       8200-WRITE-SOURCE-LINE.
           MOVE WS-SRC-SOURCE-ID(WS-SRC-SUB) TO RPT-S-SOURCE-ID
           MOVE WS-SRC-ITEMS(WS-SRC-SUB)     TO RPT-S-ITEMS
           MOVE WS-SRC-AMOUNT(WS-SRC-SUB)    TO RPT-S-AMOUNT
           MOVE WS-SRC-REG-REC(WS-SRC-SUB)   TO RPT-S-REG-REC
           MOVE WS-SRC-REG-NOW(WS-SRC-SUB)   TO RPT-S-REG-NOW
           COMPUTE RPT-S-NOT-LOADED =
                   WS-SRC-REG-REC(WS-SRC-SUB)
                 - WS-SRC-AMOUNT(WS-SRC-SUB)
           WRITE REPORT-FILE-RECORD FROM RPT-SOURCE-LINE.
