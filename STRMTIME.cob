      ******************************************************************
      * PROGRAM-ID : STRMTIME
      * PURPOSE    : BATCH WINDOW TIMING REPORT FOR THE TBLOVFLJ
      *              STREAM.  READS THE PERMANENT TIMING HISTORY
      *              (TIMREC.CPY) EVERY STREAM PROGRAM APPENDS A
      *              START AND AN END ROW TO, AND REPORTS EVERY NIGHT
      *              WHOSE EXTRACTS WERE NOT READY BY THE SLA
      *              DEADLINE, THE LAST COMPLETE NIGHT'S STEP TIMES
      *              AGAINST EACH STEP'S TRAILING NORM, THAT NIGHT'S
      *              CRITICAL PATH TO THE EXTRACTS, AND - WHILE A
      *              NIGHT IS IN FLIGHT - WHEN TONIGHT'S EXTRACTS ARE
      *              PROJECTED TO BE READY, FROM TONIGHT'S FEED
      *              TRAILER RECORD COUNT.
      *
      * NOTES      : A NIGHT STARTS AT A FEEDCONS START ROW AND RUNS
      *              TO THE NEXT ONE; A FEEDCONS RERUN BEFORE ANY
      *              LATER STEP HAS STARTED STAYS ON THE SAME NIGHT.
      *              TIMES ARE HELD AS SECONDS FROM THE NIGHT'S START,
      *              SO A STREAM THAT CROSSES MIDNIGHT TIMES
      *              CORRECTLY.  A STEP RUNS FROM ITS FIRST START ROW
      *              TO ITS LAST END ROW, SO A RESTARTED TBLOVFL
      *              (STEP100R) COUNTS THE WHOLE LOAD.  THE EXTRACTS
      *              ARE READY WHEN DAYMDIST ENDS, AND A NIGHT'S
      *              DEADLINE IS CTL-EXTRACT-SLA-TIME (HHMM, DEFAULT
      *              0500) ON THE MORNING AFTER ITS BUSINESS NIGHT: THE
      *              SAME MORNING FOR A STREAM STARTED BEFORE THE SLA
      *              TIME, THE NEXT MORNING FOR ONE STARTED AFTER NOON.
      *              A STREAM STARTED BETWEEN THE SLA TIME AND NOON IS
      *              A LATE RUN OF THE NIGHT BEFORE, ALREADY PAST ITS
      *              DEADLINE AS IT STARTS.  A NIGHT THAT NEVER CUT ITS
      *              EXTRACTS IS A BREACH.
      *
      *              A STEP'S NORM IS THE AVERAGE OF ITS LAST 10
      *              COMPLETED RUNS - ELAPSED TIME, WAIT BEHIND THE
      *              STEP BEFORE IT, AND THAT NIGHT'S FEED COUNT.  THE
      *              PROJECTION STARTS FROM THE LAST STEP FINISHED
      *              TONIGHT AND ADDS, FOR EVERY STEP UP TO DAYMDIST
      *              NOT YET FINISHED, ITS NORMAL WAIT PLUS ITS NORMAL
      *              ELAPSED TIME SCALED BY TONIGHT'S FEED COUNT OVER
      *              ITS NORMAL FEED COUNT.  TONIGHT'S COUNT IS THE
      *              COMBINED FEED TRAILER (TRAN-TRL-RECORD-COUNT ON
      *              CONSFEED), OR FEEDCONS'S END ROW WHEN CONSFEED
      *              CANNOT BE READ.  A PROJECTED LATE FINISH RAISES
      *              OPERATOR ALERT A007 ON THE CONSOLE AND ON
      *              FEEDALRT, WHICH MORNBRF BRIEFS AND FILES.
      *
      *              IN THE STREAM (TBLOVFLJ STEP0027, RIGHT AFTER
      *              FEEDCONS) THE HISTORY IS READ THROUGH TIMEIN AND
      *              THIS STEP'S OWN ROWS GO TO TIMEHIST LIKE EVERY
      *              OTHER STEP'S, AND ITS REPORT IS THE LIVE
      *              PROJECTION FOR TONIGHT.  THE ON-DEMAND JOB
      *              (STRMTIMJ) RUNS ONLY WHEN THE STREAM IS NOT, AND
      *              CODES TIMEHIST AND FEEDALRT DUMMY SO AN INQUIRY
      *              NEVER ENTERS THE HISTORY OR THE NIGHT'S ALERTS.
      *
      * RETURN CODES:
      *              00 - REPORT WRITTEN, NO LATE FINISH PROJECTED
      *              04 - TONIGHT'S EXTRACTS ARE PROJECTED LATE -
      *                   ALERT A007 RAISED
      *              16 - TIMEIN COULD NOT BE OPENED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMTIME.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE
               ASSIGN TO CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL TIME-IN-FILE
               ASSIGN TO TIMEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMI-STATUS.

           SELECT OPTIONAL CONS-FILE
               ASSIGN TO CONSFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONS-STATUS.

           SELECT OPTIONAL FEED-ALERT-FILE
               ASSIGN TO FEEDALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.

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
       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-FILE-RECORD          PIC X(80).

       FD  TIME-IN-FILE
           RECORDING MODE IS F.
       01  TIME-IN-RECORD           PIC X(80).

       FD  CONS-FILE
           RECORDING MODE IS F.
       01  CONS-FILE-RECORD         PIC X(58).

       FD  FEED-ALERT-FILE
           RECORDING MODE IS F.
       01  FEED-ALERT-RECORD        PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * CONTROL / PARAMETER RECORD - ONLY CTL-EXTRACT-SLA-TIME IS USED
           COPY CTLPARM.

      * TIMING HISTORY ROW - READ FROM TIMEIN, WRITTEN TO TIMEHIST
           COPY TIMREC.

      * COMBINED FEED TRAILER - TONIGHT'S RECORD COUNT
           COPY TRANREC.

      * OPERATOR ALERT RECORD - A007
           COPY ALERTREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-CTL-STATUS        PIC XX.
               88  WS-CTL-OK            VALUE '00' '05'.
           05  WS-TIMI-STATUS       PIC XX.
               88  WS-TIMI-OK           VALUE '00' '05'.
           05  WS-CONS-STATUS       PIC XX.
               88  WS-CONS-OK           VALUE '00' '05'.
           05  WS-ALRT-STATUS       PIC XX.
               88  WS-ALRT-OK           VALUE '00' '05'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FILE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-NIGHT-OPEN-SW     PIC X VALUE 'N'.
               88  WS-NIGHT-OPEN        VALUE 'Y'.
           05  WS-LATER-STEP-SW     PIC X VALUE 'N'.
               88  WS-LATER-STEP-SEEN   VALUE 'Y'.
           05  WS-LAST-NIGHT-SW     PIC X VALUE 'N'.
               88  WS-LAST-NIGHT-KEPT   VALUE 'Y'.
           05  WS-TONIGHT-SW        PIC X VALUE 'N'.
               88  WS-TONIGHT-IN-FLIGHT VALUE 'Y'.
           05  WS-STEP-FOUND-SW     PIC X VALUE 'N'.
               88  WS-STEP-FOUND        VALUE 'Y'.
           05  WS-TRL-FOUND-SW      PIC X VALUE 'N'.
               88  WS-TRL-FOUND         VALUE 'Y'.
           05  WS-LATE-SW           PIC X VALUE 'N'.
               88  WS-PROJECTED-LATE    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TIM-IN-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-EARLY-ROW-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-NIGHT-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-SLA-CHECK-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-BREACH-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-NOT-CUT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-STEP-SUB          PIC 9(2) VALUE ZERO.
           05  WS-ROW-SUB           PIC 9(2) VALUE ZERO.
           05  WS-OTHER-SUB         PIC 9(2) VALUE ZERO.
           05  WS-RING-SUB          PIC 9(2) VALUE ZERO.
           05  WS-FEED-RUNS         PIC 9(2) VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-SLA-HHMM          PIC 9(04) VALUE ZERO.
           05  WS-SLA-PARTS REDEFINES WS-SLA-HHMM.
               10  WS-SLA-HH            PIC 9(02).
               10  WS-SLA-MM            PIC 9(02).
           05  WS-SLA-SECS          PIC 9(05) VALUE ZERO.
           05  WS-CONS-RECORD       PIC X(58).
           05  WS-FEED-SOURCE       PIC X(20) VALUE SPACES.
           05  WS-TONIGHT-FEED      PIC 9(07) VALUE ZERO.
           05  WS-ROW-OFFSET        PIC 9(06) VALUE ZERO.
           05  WS-ROW-WORK          PIC S9(09) VALUE ZERO.
           05  WS-ROW-DAYNO         PIC 9(07) VALUE ZERO.
           05  WS-ROW-SECS          PIC 9(05) VALUE ZERO.
           05  WS-PRIOR-END         PIC 9(06) VALUE ZERO.
           05  WS-PCT               PIC S9(05) VALUE ZERO.
           05  WS-PROJ-OFFSET       PIC 9(06) VALUE ZERO.
           05  WS-PROJ-ELAPSED      PIC 9(06) VALUE ZERO.
           05  WS-LATE-SECONDS      PIC 9(06) VALUE ZERO.
           05  WS-WAIT-TOTAL        PIC 9(06) VALUE ZERO.
           05  WS-LONGEST-ELAPSED   PIC 9(06) VALUE ZERO.
           05  WS-LONGEST-STEP      PIC X(08) VALUE SPACES.
           05  WS-DEADLINE-OFFSET   PIC 9(06) VALUE ZERO.
           05  WS-DEADLINE-BASE     PIC 9(05) VALUE ZERO.

      * A STEP RUNNING THIS FAR OVER ITS NORM IS MARKED ON THE REPORT
           05  WS-SLOW-PCT          PIC 9(03) VALUE 50.
           05  WS-NORM-MAX          PIC 9(02) VALUE 10.

      * HHMMSS TEXT AS NUMBERS - FOR TURNING A ROW'S TIME TO SECONDS
       01  WS-HMS-TEXT              PIC X(06).
       01  WS-HMS-PARTS REDEFINES WS-HMS-TEXT.
           05  WS-HMS-HH            PIC 9(02).
           05  WS-HMS-MM            PIC 9(02).
           05  WS-HMS-SS            PIC 9(02).

      * DAY NUMBER OF A YYYYMMDD DATE (DAYS SINCE A FIXED ORIGIN), SO
      * TWO DATES CAN BE SUBTRACTED ACROSS A MONTH OR YEAR END
       01  WS-DAY-NUMBER-WORK.
           05  WS-DN-DATE           PIC X(08).
           05  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
               10  WS-DN-DATE-YEAR      PIC 9(04).
               10  WS-DN-DATE-MONTH     PIC 9(02).
               10  WS-DN-DATE-DAY       PIC 9(02).
           05  WS-DN-YEAR           PIC 9(04) VALUE ZERO.
           05  WS-DN-MONTH          PIC 9(02) VALUE ZERO.
           05  WS-DN-WORK           PIC 9(05) VALUE ZERO.
           05  WS-DN-QUOTIENT       PIC 9(07) VALUE ZERO.
           05  WS-DN-RESULT         PIC 9(07) VALUE ZERO.

      * SECONDS TO HH:MM:SS - AN ELAPSED TIME, OR A CLOCK TIME WHEN
      * THE NIGHT'S START SECONDS ARE ADDED FIRST
       01  WS-FORMAT-WORK.
           05  WS-FMT-SECONDS       PIC 9(07) VALUE ZERO.
           05  WS-FMT-OFFSET        PIC 9(06) VALUE ZERO.
           05  WS-FMT-BASE-SECS     PIC 9(05) VALUE ZERO.
           05  WS-FMT-REST          PIC 9(05) VALUE ZERO.
           05  WS-FMT-DAYS          PIC 9(03) VALUE ZERO.
           05  WS-FMT-HMS.
               10  WS-FMT-HH            PIC 9(02).
               10  FILLER               PIC X(01) VALUE ':'.
               10  WS-FMT-MM            PIC 9(02).
               10  FILLER               PIC X(01) VALUE ':'.
               10  WS-FMT-SS            PIC 9(02).

      * THE STREAM'S PROGRAMS IN STEP ORDER.  DAYMDIST (ENTRY 12)
      * CUTS THE EXTRACTS; ENTRIES AFTER IT ARE OFF THE CRITICAL
      * PATH.
       01  WS-STEP-NAMES.
           05  FILLER               PIC X(08) VALUE 'FEEDCONS'.
           05  FILLER               PIC X(08) VALUE 'STRMTIME'.
           05  FILLER               PIC X(08) VALUE 'REJRCYCL'.
           05  FILLER               PIC X(08) VALUE 'TBLOVFL '.
           05  FILLER               PIC X(08) VALUE 'OVFLRPRC'.
           05  FILLER               PIC X(08) VALUE 'EODRECON'.
           05  FILLER               PIC X(08) VALUE 'SRCSCORE'.
           05  FILLER               PIC X(08) VALUE 'MTDACCUM'.
           05  FILLER               PIC X(08) VALUE 'DAYMPURG'.
           05  FILLER               PIC X(08) VALUE 'AMTOUTL '.
           05  FILLER               PIC X(08) VALUE 'DAYMCHG '.
           05  FILLER               PIC X(08) VALUE 'DAYMDIST'.
           05  FILLER               PIC X(08) VALUE 'MORNBRF '.
           05  FILLER               PIC X(08) VALUE 'ITMDRAFT'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-NAME         PIC X(08) OCCURS 14 TIMES.

       01  WS-STEP-POSITIONS.
           05  WS-STEP-MAX          PIC 9(02) VALUE 14.
           05  WS-FEEDCONS-SUB      PIC 9(02) VALUE 1.
           05  WS-STRMTIME-SUB      PIC 9(02) VALUE 2.
           05  WS-TBLOVFL-SUB       PIC 9(02) VALUE 4.
           05  WS-DIST-SUB          PIC 9(02) VALUE 12.

      * THE NIGHT BEING READ.  OFFSETS ARE SECONDS FROM THE NIGHT'S
      * START (THE FIRST FEEDCONS START ROW).
       01  WS-NIGHT.
           05  WS-NT-START-DATE     PIC X(08).
           05  WS-NT-START-SECS     PIC 9(05).
           05  WS-NT-START-DAYNO    PIC 9(07).
           05  WS-NT-FEED-COUNT     PIC 9(07).
           05  WS-NT-LAST-END       PIC 9(06).
           05  WS-NT-DEADLINE       PIC 9(06).
           05  WS-NT-STEP OCCURS 14 TIMES.
               10  WS-NT-STARTS     PIC 9(03).
               10  WS-NT-ENDS       PIC 9(03).
               10  WS-NT-FIRST-START PIC 9(06).
               10  WS-NT-END        PIC 9(06).
               10  WS-NT-END-DATE   PIC X(08).
               10  WS-NT-RECORDS    PIC 9(09).
               10  WS-NT-RC         PIC 9(03).
               10  WS-NT-WAIT       PIC 9(06).
               10  WS-NT-ELAPSED    PIC 9(06).

      * THE LAST COMPLETE NIGHT - A COPY OF WS-NIGHT, FIELD FOR FIELD,
      * TAKEN WHEN THE NIGHT CLOSES, WITH EACH STEP'S NORM AS IT
      * STOOD BEFORE THAT NIGHT WAS ADDED TO IT.
       01  WS-LAST-NIGHT.
           05  WS-LN-START-DATE     PIC X(08).
           05  WS-LN-START-SECS     PIC 9(05).
           05  WS-LN-START-DAYNO    PIC 9(07).
           05  WS-LN-FEED-COUNT     PIC 9(07).
           05  WS-LN-LAST-END       PIC 9(06).
           05  WS-LN-DEADLINE       PIC 9(06).
           05  WS-LN-STEP OCCURS 14 TIMES.
               10  WS-LN-STARTS     PIC 9(03).
               10  WS-LN-ENDS       PIC 9(03).
               10  WS-LN-FIRST-START PIC 9(06).
               10  WS-LN-END        PIC 9(06).
               10  WS-LN-END-DATE   PIC X(08).
               10  WS-LN-RECORDS    PIC 9(09).
               10  WS-LN-RC         PIC 9(03).
               10  WS-LN-WAIT       PIC 9(06).
               10  WS-LN-ELAPSED    PIC 9(06).

       01  WS-LAST-NIGHT-NORMS.
           05  WS-LN-NORM OCCURS 14 TIMES.
               10  WS-LN-NORM-RUNS      PIC 9(02).
               10  WS-LN-NORM-ELAPSED   PIC 9(06).

      * EACH STEP'S LAST 10 COMPLETED RUNS, OLDEST OVERWRITTEN FIRST
       01  WS-NORM-TABLE.
           05  WS-NORM-STEP OCCURS 14 TIMES.
               10  WS-NORM-RUNS     PIC 9(02).
               10  WS-NORM-NEXT     PIC 9(02).
               10  WS-NORM-RUN OCCURS 10 TIMES.
                   15  WS-NORM-ELAPSED  PIC 9(06).
                   15  WS-NORM-WAIT     PIC 9(06).
                   15  WS-NORM-FEED     PIC 9(07).

      * ONE STEP'S NORM, AS FIGURED BY 6000-FIGURE-NORM
       01  WS-NORM-FIGURES.
           05  WS-SUM-ELAPSED       PIC 9(08) VALUE ZERO.
           05  WS-SUM-WAIT          PIC 9(08) VALUE ZERO.
           05  WS-SUM-FEED          PIC 9(09) VALUE ZERO.
           05  WS-AVG-ELAPSED       PIC 9(06) VALUE ZERO.
           05  WS-AVG-WAIT          PIC 9(06) VALUE ZERO.
           05  WS-AVG-FEED          PIC 9(07) VALUE ZERO.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(22) VALUE
                   'STRMTIME BATCH WINDOW '.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(61) VALUE SPACE.

       01  RPT-BREACH-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(06) VALUE 'NIGHT '.
           05  RPT-B-DATE           PIC X(08).
           05  FILLER               PIC X(10) VALUE '  STARTED '.
           05  RPT-B-START          PIC X(08).
           05  FILLER               PIC X(17) VALUE
                   '  EXTRACTS READY '.
           05  RPT-B-READY-DATE     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-B-READY-TIME     PIC X(08).
           05  FILLER               PIC X(10) VALUE '  LATE BY '.
           05  RPT-B-LATE           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-B-NOTE           PIC X(20).
           05  FILLER               PIC X(25) VALUE SPACE.

       01  RPT-STEP-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-STEP           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  START '.
           05  RPT-S-START          PIC X(08).
           05  FILLER               PIC X(10) VALUE '  ELAPSED '.
           05  RPT-S-ELAPSED        PIC X(08).
           05  FILLER               PIC X(07) VALUE '  NORM '.
           05  RPT-S-NORM           PIC X(08).
           05  FILLER               PIC X(02) VALUE ' ('.
           05  RPT-S-RUNS           PIC Z9.
           05  FILLER               PIC X(06) VALUE ' RUNS)'.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-S-PCT            PIC ----9.
           05  FILLER               PIC X(09) VALUE '% VS NORM'.
           05  FILLER               PIC X(10) VALUE '  RECORDS '.
           05  RPT-S-RECORDS        PIC ZZZZZZZZ9.
           05  FILLER               PIC X(05) VALUE '  RC '.
           05  RPT-S-RC             PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-S-NOTE           PIC X(12).
           05  FILLER               PIC X(07) VALUE SPACE.

       01  RPT-PATH-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-P-STEP           PIC X(08).
           05  FILLER               PIC X(07) VALUE '  WAIT '.
           05  RPT-P-WAIT           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  START '.
           05  RPT-P-START          PIC X(08).
           05  FILLER               PIC X(06) VALUE '  END '.
           05  RPT-P-END            PIC X(08).
           05  FILLER               PIC X(10) VALUE '  ELAPSED '.
           05  RPT-P-ELAPSED        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-P-PCT            PIC ZZ9.
           05  FILLER               PIC X(12) VALUE '% OF WINDOW '.
           05  RPT-P-NOTE           PIC X(12).
           05  FILLER               PIC X(31) VALUE SPACE.

       01  RPT-PROJ-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-J-STEP           PIC X(08).
           05  FILLER               PIC X(12) VALUE '  NORM WAIT '.
           05  RPT-J-WAIT           PIC X(08).
           05  FILLER               PIC X(10) VALUE '  ELAPSED '.
           05  RPT-J-NORM           PIC X(08).
           05  FILLER               PIC X(07) VALUE '  FEED '.
           05  RPT-J-NORM-FEED      PIC ZZZZZZ9.
           05  FILLER               PIC X(13) VALUE '  PROJECTED '.
           05  RPT-J-PROJ           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  ENDS '.
           05  RPT-J-END            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-J-NOTE           PIC X(12).
           05  FILLER               PIC X(20) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
           05  RPT-D-VALUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(84) VALUE SPACE.

       01  RPT-MESSAGE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-M-TEXT           PIC X(80).
           05  FILLER               PIC X(51) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-READ-TIMING-HISTORY
               PERFORM 4000-REPORT-LAST-NIGHT
               PERFORM 4500-REPORT-CRITICAL-PATH
               PERFORM 5000-PROJECT-TONIGHT
               PERFORM 8000-WRITE-REPORT
               IF WS-PROJECTED-LATE
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'STRMTIME COMPLETE - ' WS-NIGHT-COUNT
                       ' NIGHTS, ' WS-BREACH-COUNT
                       ' SLA BREACHES'
           ELSE
               DISPLAY 'STRMTIME TERMINATING - TIMEIN UNAVAILABLE'
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '20'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START
           INITIALIZE WS-NIGHT
           INITIALIZE WS-LAST-NIGHT
           INITIALIZE WS-LAST-NIGHT-NORMS
           INITIALIZE WS-NORM-TABLE

           MOVE ZERO TO CTL-EXTRACT-SLA-TIME
           OPEN INPUT CTL-FILE
           IF WS-CTL-OK
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       CONTINUE
               END-READ
           END-IF
           CLOSE CTL-FILE
           IF CTL-EXTRACT-SLA-TIME NUMERIC
                   AND CTL-EXTRACT-SLA-TIME > ZERO
                   AND CTL-EXTRACT-SLA-TIME < 2400
               MOVE CTL-EXTRACT-SLA-TIME TO WS-SLA-HHMM
           ELSE
               MOVE 0500                 TO WS-SLA-HHMM
           END-IF
           IF WS-SLA-MM > 59
               MOVE 0500                 TO WS-SLA-HHMM
           END-IF
           COMPUTE WS-SLA-SECS = WS-SLA-HH * 3600 + WS-SLA-MM * 60

           OPEN INPUT TIME-IN-FILE
           IF NOT WS-TIMI-OK
               DISPLAY 'UNABLE TO OPEN TIMEIN - STATUS '
                       WS-TIMI-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
           END-IF
           MOVE WS-RUN-ID            TO RPT-T-RUN-ID
           MOVE WS-CURRENT-DATE      TO RPT-T-DATE
           MOVE WS-CURRENT-TIME      TO RPT-T-TIME
           WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE.

      ******************************************************************
      * READ THE HISTORY A NIGHT AT A TIME.  EACH NIGHT IS CHECKED
      * AGAINST THE SLA AND ADDED TO THE STEP NORMS AS IT CLOSES, SO
      * THE BREACH LIST COMES OUT IN NIGHT ORDER.  THE LAST NIGHT ON
      * THE FILE IS TONIGHT, STILL IN FLIGHT, IF DAYMDIST HAS NOT
      * ENDED IN IT YET.
      ******************************************************************
       2000-READ-TIMING-HISTORY.
           MOVE SPACES TO RPT-M-TEXT
           STRING 'NIGHTS WHOSE EXTRACTS WERE NOT READY BY THE SLA '
                  'DEADLINE (' WS-SLA-HHMM ')'
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 2010-READ-ONE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE TIME-IN-FILE
           IF WS-NIGHT-OPEN
               IF WS-NT-ENDS(WS-DIST-SUB) > ZERO
                   PERFORM 3000-CLOSE-NIGHT
               ELSE
                   SET WS-TONIGHT-IN-FLIGHT TO TRUE
               END-IF
           END-IF
           IF WS-BREACH-COUNT = ZERO
               MOVE '    NONE' TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       2010-READ-ONE-ROW.
           READ TIME-IN-FILE INTO TIM-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TIM-IN-COUNT
                   PERFORM 2100-APPLY-ROW
           END-READ.

       2100-APPLY-ROW.
           PERFORM 2150-FIND-STEP
           EVALUATE TRUE
               WHEN NOT WS-STEP-FOUND
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN NOT TIM-STEP-START AND NOT TIM-STEP-END
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN TIM-DATE NOT NUMERIC OR TIM-TIME NOT NUMERIC
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN OTHER
                   IF TIM-STEP-START
                           AND WS-ROW-SUB = WS-FEEDCONS-SUB
                           AND WS-NIGHT-OPEN
                           AND WS-LATER-STEP-SEEN
                       PERFORM 3000-CLOSE-NIGHT
                   END-IF
                   IF TIM-STEP-START
                           AND WS-ROW-SUB = WS-FEEDCONS-SUB
                           AND NOT WS-NIGHT-OPEN
                       PERFORM 2200-OPEN-NIGHT
                   END-IF
                   IF WS-NIGHT-OPEN
                       PERFORM 2300-RECORD-STEP-ROW
                   ELSE
                       ADD 1 TO WS-EARLY-ROW-COUNT
                   END-IF
           END-EVALUATE.

       2150-FIND-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SW
           PERFORM 2160-TEST-ONE-STEP
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-STEP-MAX
                   OR WS-STEP-FOUND
           IF WS-STEP-FOUND
               SUBTRACT 1 FROM WS-ROW-SUB
           END-IF.

       2160-TEST-ONE-STEP.
           IF WS-STEP-NAME(WS-ROW-SUB) = TIM-PROGRAM
               SET WS-STEP-FOUND TO TRUE
           END-IF.

       2200-OPEN-NIGHT.
           INITIALIZE WS-NIGHT
           SET WS-NIGHT-OPEN TO TRUE
           MOVE 'N'                  TO WS-LATER-STEP-SW
           ADD 1                     TO WS-NIGHT-COUNT
           MOVE TIM-DATE             TO WS-NT-START-DATE
           MOVE TIM-DATE             TO WS-DN-DATE
           PERFORM 9500-DAY-NUMBER
           MOVE WS-DN-RESULT         TO WS-NT-START-DAYNO
           MOVE TIM-TIME             TO WS-HMS-TEXT
           COMPUTE WS-NT-START-SECS = WS-HMS-HH * 3600
                                    + WS-HMS-MM * 60 + WS-HMS-SS.

       2300-RECORD-STEP-ROW.
           IF WS-ROW-SUB NOT = WS-FEEDCONS-SUB
                   AND WS-ROW-SUB NOT = WS-STRMTIME-SUB
               SET WS-LATER-STEP-SEEN TO TRUE
           END-IF
      * A ROW STAMPED BEFORE THE NIGHT STARTED (CLOCK RESET) COUNTS
      * AS THE START ITSELF.
           MOVE TIM-DATE             TO WS-DN-DATE
           PERFORM 9500-DAY-NUMBER
           MOVE WS-DN-RESULT         TO WS-ROW-DAYNO
           MOVE TIM-TIME             TO WS-HMS-TEXT
           COMPUTE WS-ROW-SECS = WS-HMS-HH * 3600
                               + WS-HMS-MM * 60 + WS-HMS-SS
           COMPUTE WS-ROW-WORK =
                   (WS-ROW-DAYNO - WS-NT-START-DAYNO) * 86400
                 + WS-ROW-SECS - WS-NT-START-SECS
           IF WS-ROW-WORK < ZERO
               MOVE ZERO TO WS-ROW-WORK
           END-IF
           IF WS-ROW-WORK > 999999
               MOVE 999999 TO WS-ROW-WORK
           END-IF
           MOVE WS-ROW-WORK          TO WS-ROW-OFFSET
           IF TIM-STEP-START
               IF WS-NT-STARTS(WS-ROW-SUB) = ZERO
                   MOVE WS-ROW-OFFSET TO WS-NT-FIRST-START(WS-ROW-SUB)
               END-IF
               ADD 1 TO WS-NT-STARTS(WS-ROW-SUB)
           ELSE
               ADD 1 TO WS-NT-ENDS(WS-ROW-SUB)
               MOVE WS-ROW-OFFSET    TO WS-NT-END(WS-ROW-SUB)
               MOVE TIM-DATE         TO WS-NT-END-DATE(WS-ROW-SUB)
               IF TIM-RECORDS NUMERIC
                   MOVE TIM-RECORDS  TO WS-NT-RECORDS(WS-ROW-SUB)
               END-IF
               IF TIM-RETURN-CODE NUMERIC
                   MOVE TIM-RETURN-CODE TO WS-NT-RC(WS-ROW-SUB)
               END-IF
               IF WS-ROW-OFFSET > WS-NT-LAST-END
                   MOVE WS-ROW-OFFSET TO WS-NT-LAST-END
               END-IF
               PERFORM 2400-TAKE-FEED-COUNT
           END-IF.

       2400-TAKE-FEED-COUNT.
      * FEEDCONS'S COMBINED TRAILER COUNT IS THE NIGHT'S FEED COUNT;
      * TBLOVFL'S TRAILER COUNT STANDS IN WHEN FEEDCONS HAS NONE.
           IF TIM-FEED-COUNT NUMERIC AND TIM-FEED-COUNT > ZERO
               EVALUATE TRUE
                   WHEN WS-ROW-SUB = WS-FEEDCONS-SUB
                       MOVE TIM-FEED-COUNT TO WS-NT-FEED-COUNT
                   WHEN WS-ROW-SUB = WS-TBLOVFL-SUB
                           AND WS-NT-FEED-COUNT = ZERO
                       MOVE TIM-FEED-COUNT TO WS-NT-FEED-COUNT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * CLOSE A NIGHT - FIGURE EACH STEP'S ELAPSED TIME AND WAIT, CHECK
      * THE EXTRACTS AGAINST THE DEADLINE, KEEP A COMPLETE NIGHT AS
      * THE LAST ONE, THEN ADD ITS STEPS TO THE NORMS.
      ******************************************************************
       3000-CLOSE-NIGHT.
           PERFORM 3100-FIGURE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX
           PERFORM 3050-FIGURE-DEADLINE
           MOVE WS-DEADLINE-OFFSET TO WS-NT-DEADLINE
           PERFORM 3200-CHECK-SLA
           IF WS-NT-ENDS(WS-DIST-SUB) > ZERO
               MOVE WS-NIGHT TO WS-LAST-NIGHT
               PERFORM 3300-SNAPSHOT-NORM
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               SET WS-LAST-NIGHT-KEPT TO TRUE
           END-IF
           PERFORM 3400-ADD-TO-NORM
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX
           MOVE 'N' TO WS-NIGHT-OPEN-SW.

       3050-FIGURE-DEADLINE.
      * THE DEADLINE BELONGS TO THE BUSINESS NIGHT THE STREAM RAN FOR.
      * A STREAM STARTED BEFORE THE SLA TIME IS DUE THAT MORNING; ONE
      * STARTED AFTER NOON IS DUE THE NEXT MORNING; ONE STARTED
      * BETWEEN THE SLA TIME AND NOON IS A LATE RUN OF THE NIGHT
      * BEFORE AND IS ALREADY PAST ITS DEADLINE AS IT STARTS.
           MOVE WS-NT-START-SECS TO WS-DEADLINE-BASE
           IF WS-DEADLINE-BASE < WS-SLA-SECS
               COMPUTE WS-DEADLINE-OFFSET =
                       WS-SLA-SECS - WS-DEADLINE-BASE
           ELSE
               IF WS-DEADLINE-BASE < 43200
                   MOVE ZERO TO WS-DEADLINE-OFFSET
               ELSE
                   COMPUTE WS-DEADLINE-OFFSET =
                           86400 + WS-SLA-SECS - WS-DEADLINE-BASE
               END-IF
           END-IF.

       3100-FIGURE-STEP.
           MOVE ZERO TO WS-NT-ELAPSED(WS-STEP-SUB)
           MOVE ZERO TO WS-NT-WAIT(WS-STEP-SUB)
           IF WS-NT-STARTS(WS-STEP-SUB) > ZERO
                   AND WS-NT-ENDS(WS-STEP-SUB) > ZERO
                   AND WS-NT-END(WS-STEP-SUB) NOT <
                       WS-NT-FIRST-START(WS-STEP-SUB)
               COMPUTE WS-NT-ELAPSED(WS-STEP-SUB) =
                       WS-NT-END(WS-STEP-SUB)
                     - WS-NT-FIRST-START(WS-STEP-SUB)
      * THE WAIT IS THE GAP BACK TO THE LATEST END OF ANY OTHER STEP
      * THAT HAD FINISHED BY THE TIME THIS ONE STARTED
               MOVE ZERO TO WS-PRIOR-END
               PERFORM 3110-TEST-PRIOR-END
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-STEP-MAX
               COMPUTE WS-NT-WAIT(WS-STEP-SUB) =
                       WS-NT-FIRST-START(WS-STEP-SUB) - WS-PRIOR-END
           END-IF.

       3110-TEST-PRIOR-END.
           IF WS-OTHER-SUB NOT = WS-STEP-SUB
                   AND WS-NT-ENDS(WS-OTHER-SUB) > ZERO
                   AND WS-NT-END(WS-OTHER-SUB) NOT >
                       WS-NT-FIRST-START(WS-STEP-SUB)
                   AND WS-NT-END(WS-OTHER-SUB) > WS-PRIOR-END
               MOVE WS-NT-END(WS-OTHER-SUB) TO WS-PRIOR-END
           END-IF.

       3200-CHECK-SLA.
           ADD 1 TO WS-SLA-CHECK-COUNT
           MOVE WS-NT-START-DATE     TO RPT-B-DATE
           MOVE WS-NT-START-SECS     TO WS-FMT-BASE-SECS
           MOVE ZERO                 TO WS-FMT-OFFSET
           PERFORM 9610-FORMAT-CLOCK
           MOVE WS-FMT-HMS           TO RPT-B-START
           EVALUATE TRUE
               WHEN WS-NT-ENDS(WS-DIST-SUB) = ZERO
                   ADD 1 TO WS-BREACH-COUNT
                   ADD 1 TO WS-NOT-CUT-COUNT
                   MOVE SPACES               TO RPT-B-READY-DATE
                   MOVE SPACES               TO RPT-B-READY-TIME
                   MOVE SPACES               TO RPT-B-LATE
                   MOVE 'EXTRACTS NOT CUT'   TO RPT-B-NOTE
                   WRITE REPORT-FILE-RECORD FROM RPT-BREACH-LINE
               WHEN WS-NT-END(WS-DIST-SUB) > WS-NT-DEADLINE
                   ADD 1 TO WS-BREACH-COUNT
                   MOVE WS-NT-END-DATE(WS-DIST-SUB)
                                             TO RPT-B-READY-DATE
                   MOVE WS-NT-END(WS-DIST-SUB) TO WS-FMT-OFFSET
                   PERFORM 9610-FORMAT-CLOCK
                   MOVE WS-FMT-HMS           TO RPT-B-READY-TIME
                   COMPUTE WS-FMT-SECONDS =
                           WS-NT-END(WS-DIST-SUB) - WS-NT-DEADLINE
                   PERFORM 9600-FORMAT-DURATION
                   MOVE WS-FMT-HMS           TO RPT-B-LATE
                   MOVE SPACES               TO RPT-B-NOTE
                   IF WS-NT-RC(WS-DIST-SUB) > 4
                       MOVE 'DAYMDIST RC OVER 4' TO RPT-B-NOTE
                   END-IF
                   WRITE REPORT-FILE-RECORD FROM RPT-BREACH-LINE
           END-EVALUATE.

       3300-SNAPSHOT-NORM.
           PERFORM 6000-FIGURE-NORM
           MOVE WS-NORM-RUNS(WS-STEP-SUB)
                                TO WS-LN-NORM-RUNS(WS-STEP-SUB)
           MOVE WS-AVG-ELAPSED  TO WS-LN-NORM-ELAPSED(WS-STEP-SUB).

       3400-ADD-TO-NORM.
           IF WS-NT-STARTS(WS-STEP-SUB) > ZERO
                   AND WS-NT-ENDS(WS-STEP-SUB) > ZERO
               ADD 1 TO WS-NORM-NEXT(WS-STEP-SUB)
               IF WS-NORM-NEXT(WS-STEP-SUB) > WS-NORM-MAX
                   MOVE 1 TO WS-NORM-NEXT(WS-STEP-SUB)
               END-IF
               IF WS-NORM-RUNS(WS-STEP-SUB) < WS-NORM-MAX
                   ADD 1 TO WS-NORM-RUNS(WS-STEP-SUB)
               END-IF
               MOVE WS-NORM-NEXT(WS-STEP-SUB) TO WS-RING-SUB
               MOVE WS-NT-ELAPSED(WS-STEP-SUB)
                    TO WS-NORM-ELAPSED(WS-STEP-SUB, WS-RING-SUB)
               MOVE WS-NT-WAIT(WS-STEP-SUB)
                    TO WS-NORM-WAIT(WS-STEP-SUB, WS-RING-SUB)
               MOVE WS-NT-FEED-COUNT
                    TO WS-NORM-FEED(WS-STEP-SUB, WS-RING-SUB)
           END-IF.

      ******************************************************************
      * THE LAST COMPLETE NIGHT, STEP BY STEP, AGAINST THE NORM OF THE
      * NIGHTS BEFORE IT.
      ******************************************************************
       4000-REPORT-LAST-NIGHT.
           IF WS-LAST-NIGHT-KEPT
               MOVE SPACES TO RPT-M-TEXT
               STRING 'STEP TIMES FOR THE NIGHT OF ' WS-LN-START-DATE
                      ' AGAINST THE NORM OF THE LAST 10 RUNS'
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE WS-LN-START-SECS TO WS-FMT-BASE-SECS
               PERFORM 4010-WRITE-STEP-LINE
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
           ELSE
               MOVE 'NO COMPLETE NIGHT ON THE TIMING HISTORY YET'
                                     TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       4010-WRITE-STEP-LINE.
           IF WS-LN-STARTS(WS-STEP-SUB) > ZERO
               MOVE WS-STEP-NAME(WS-STEP-SUB)  TO RPT-S-STEP
               MOVE WS-LN-FIRST-START(WS-STEP-SUB) TO WS-FMT-OFFSET
               PERFORM 9610-FORMAT-CLOCK
               MOVE WS-FMT-HMS                 TO RPT-S-START
               MOVE WS-LN-ELAPSED(WS-STEP-SUB) TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE WS-FMT-HMS                 TO RPT-S-ELAPSED
               MOVE WS-LN-NORM-ELAPSED(WS-STEP-SUB) TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE WS-FMT-HMS                 TO RPT-S-NORM
               MOVE WS-LN-NORM-RUNS(WS-STEP-SUB) TO RPT-S-RUNS
               MOVE ZERO                       TO WS-PCT
               IF WS-LN-NORM-ELAPSED(WS-STEP-SUB) > ZERO
                   COMPUTE WS-PCT ROUNDED =
                           (WS-LN-ELAPSED(WS-STEP-SUB)
                          - WS-LN-NORM-ELAPSED(WS-STEP-SUB)) * 100
                          / WS-LN-NORM-ELAPSED(WS-STEP-SUB)
                       ON SIZE ERROR
                           MOVE 9999 TO WS-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-PCT                     TO RPT-S-PCT
               MOVE WS-LN-RECORDS(WS-STEP-SUB) TO RPT-S-RECORDS
               MOVE WS-LN-RC(WS-STEP-SUB)      TO RPT-S-RC
               EVALUATE TRUE
                   WHEN WS-LN-ENDS(WS-STEP-SUB) = ZERO
                       MOVE 'NO END ROW'   TO RPT-S-NOTE
                   WHEN WS-LN-STARTS(WS-STEP-SUB) > 1
                       MOVE 'RESTARTED'    TO RPT-S-NOTE
                   WHEN WS-LN-NORM-RUNS(WS-STEP-SUB) = ZERO
                       MOVE 'NO NORM YET'  TO RPT-S-NOTE
                   WHEN WS-PCT > WS-SLOW-PCT
                       MOVE 'ABOVE NORM'   TO RPT-S-NOTE
                   WHEN OTHER
                       MOVE SPACES         TO RPT-S-NOTE
               END-EVALUATE
               WRITE REPORT-FILE-RECORD FROM RPT-STEP-LINE
           END-IF.

      ******************************************************************
      * THE CHAIN OF STEPS FROM THE STREAM START TO THE END OF
      * DAYMDIST ON THE LAST COMPLETE NIGHT, WITH THE WAIT BEFORE EACH
      * - EVERY SECOND OF IT SITS BETWEEN THE FEED AND THE EXTRACTS.
      ******************************************************************
       4500-REPORT-CRITICAL-PATH.
           IF WS-LAST-NIGHT-KEPT
               MOVE SPACES TO RPT-M-TEXT
               STRING 'CRITICAL PATH TO THE EXTRACTS FOR THE NIGHT OF '
                      WS-LN-START-DATE
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE ZERO   TO WS-WAIT-TOTAL
               MOVE ZERO   TO WS-LONGEST-ELAPSED
               MOVE SPACES TO WS-LONGEST-STEP
               MOVE WS-LN-START-SECS TO WS-FMT-BASE-SECS
               PERFORM 4510-WRITE-PATH-LINE
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-DIST-SUB
               MOVE WS-LN-END(WS-DIST-SUB) TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE SPACES TO RPT-M-TEXT
               STRING 'STREAM START TO EXTRACTS READY ' WS-FMT-HMS
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE WS-WAIT-TOTAL TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE SPACES TO RPT-M-TEXT
               STRING 'OF WHICH WAITING BETWEEN STEPS ' WS-FMT-HMS
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE WS-LONGEST-ELAPSED TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE SPACES TO RPT-M-TEXT
               STRING 'LONGEST STEP ON THE PATH ' WS-LONGEST-STEP
                      ' ' WS-FMT-HMS
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       4510-WRITE-PATH-LINE.
           IF WS-LN-STARTS(WS-STEP-SUB) > ZERO
                   AND WS-LN-ENDS(WS-STEP-SUB) > ZERO
                   AND WS-LN-END(WS-STEP-SUB) NOT >
                       WS-LN-END(WS-DIST-SUB)
               ADD WS-LN-WAIT(WS-STEP-SUB) TO WS-WAIT-TOTAL
               IF WS-LN-ELAPSED(WS-STEP-SUB) > WS-LONGEST-ELAPSED
                   MOVE WS-LN-ELAPSED(WS-STEP-SUB)
                                             TO WS-LONGEST-ELAPSED
                   MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-LONGEST-STEP
               END-IF
               MOVE WS-STEP-NAME(WS-STEP-SUB)  TO RPT-P-STEP
               MOVE WS-LN-WAIT(WS-STEP-SUB)    TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE WS-FMT-HMS                 TO RPT-P-WAIT
               MOVE WS-LN-FIRST-START(WS-STEP-SUB) TO WS-FMT-OFFSET
               PERFORM 9610-FORMAT-CLOCK
               MOVE WS-FMT-HMS                 TO RPT-P-START
               MOVE WS-LN-END(WS-STEP-SUB)     TO WS-FMT-OFFSET
               PERFORM 9610-FORMAT-CLOCK
               MOVE WS-FMT-HMS                 TO RPT-P-END
               MOVE WS-LN-ELAPSED(WS-STEP-SUB) TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE WS-FMT-HMS                 TO RPT-P-ELAPSED
               MOVE ZERO                       TO RPT-P-PCT
               IF WS-LN-END(WS-DIST-SUB) > ZERO
                   COMPUTE RPT-P-PCT ROUNDED =
                           WS-LN-ELAPSED(WS-STEP-SUB) * 100
                         / WS-LN-END(WS-DIST-SUB)
               END-IF
               IF WS-LN-STARTS(WS-STEP-SUB) > 1
                   MOVE 'RESTARTED'            TO RPT-P-NOTE
               ELSE
                   MOVE SPACES                 TO RPT-P-NOTE
               END-IF
               WRITE REPORT-FILE-RECORD FROM RPT-PATH-LINE
           END-IF.

      ******************************************************************
      * TONIGHT'S PROJECTION - FROM THE LAST STEP FINISHED, ADD EACH
      * UNFINISHED STEP UP TO DAYMDIST AT ITS NORM, SCALED BY
      * TONIGHT'S FEED COUNT.  A FINISH PAST THE DEADLINE WARNS THE
      * OPERATOR NOW, WHILE THERE IS STILL TIME TO ACT.
      ******************************************************************
       5000-PROJECT-TONIGHT.
           EVALUATE TRUE
               WHEN NOT WS-TONIGHT-IN-FLIGHT
                   MOVE 'NO NIGHT IN FLIGHT - NOTHING TO PROJECT'
                                     TO RPT-M-TEXT
                   WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               WHEN WS-NORM-RUNS(WS-DIST-SUB) = ZERO
                   MOVE SPACES TO RPT-M-TEXT
                   STRING 'NO DAYMDIST RUN ON THE TIMING HISTORY YET - '
                          'NOTHING TO PROJECT FROM'
                          DELIMITED BY SIZE INTO RPT-M-TEXT
                   WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               WHEN OTHER
                   PERFORM 5100-READ-FEED-TRAILER
                   PERFORM 5050-WRITE-PROJECTION
           END-EVALUATE.

       5050-WRITE-PROJECTION.
           MOVE WS-NT-START-SECS TO WS-FMT-BASE-SECS
           MOVE ZERO             TO WS-FMT-OFFSET
           PERFORM 9610-FORMAT-CLOCK
           MOVE SPACES TO RPT-M-TEXT
           STRING 'TONIGHT STARTED ' WS-NT-START-DATE ' '
                  WS-FMT-HMS '  FEED ' WS-TONIGHT-FEED ' '
                  WS-FEED-SOURCE
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           PERFORM 3050-FIGURE-DEADLINE
           MOVE WS-NT-LAST-END TO WS-PROJ-OFFSET
           PERFORM 5200-PROJECT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-DIST-SUB
           MOVE SPACES TO RPT-M-TEXT
           MOVE WS-PROJ-OFFSET     TO WS-FMT-OFFSET
           PERFORM 9610-FORMAT-CLOCK
           STRING 'PROJECTED EXTRACTS READY ' WS-FMT-HMS
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           MOVE WS-PROJ-OFFSET     TO WS-FMT-SECONDS
           PERFORM 9600-FORMAT-DURATION
           MOVE ' - '               TO RPT-M-TEXT(34:3)
           MOVE WS-FMT-HMS          TO RPT-M-TEXT(37:8)
           MOVE ' AFTER START'      TO RPT-M-TEXT(45:12)
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           MOVE SPACES TO RPT-M-TEXT
           MOVE WS-DEADLINE-OFFSET TO WS-FMT-OFFSET
           PERFORM 9610-FORMAT-CLOCK
           STRING 'SLA DEADLINE             ' WS-FMT-HMS
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           MOVE WS-DEADLINE-OFFSET TO WS-FMT-SECONDS
           PERFORM 9600-FORMAT-DURATION
           MOVE ' - '               TO RPT-M-TEXT(34:3)
           MOVE WS-FMT-HMS          TO RPT-M-TEXT(37:8)
           MOVE ' AFTER START'      TO RPT-M-TEXT(45:12)
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           MOVE SPACES TO RPT-M-TEXT
           IF WS-PROJ-OFFSET > WS-DEADLINE-OFFSET
               SET WS-PROJECTED-LATE TO TRUE
               COMPUTE WS-LATE-SECONDS =
                       WS-PROJ-OFFSET - WS-DEADLINE-OFFSET
               MOVE WS-LATE-SECONDS TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               STRING 'PROJECTED LATE BY ' WS-FMT-HMS
                      ' - OPERATOR WARNED (ALERT A007)'
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               PERFORM 5300-RAISE-LATE-ALERT
           ELSE
               COMPUTE WS-FMT-SECONDS =
                       WS-DEADLINE-OFFSET - WS-PROJ-OFFSET
               PERFORM 9600-FORMAT-DURATION
               STRING 'PROJECTED ON TIME WITH ' WS-FMT-HMS
                      ' TO SPARE'
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       5100-READ-FEED-TRAILER.
      * TONIGHT'S COMBINED FEED TRAILER IS THE AUTHORITY; FEEDCONS'S
      * END ROW CARRIES THE SAME COUNT IF THE FEED CANNOT BE READ.
           MOVE 'N' TO WS-TRL-FOUND-SW
           OPEN INPUT CONS-FILE
           IF WS-CONS-OK
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM 5110-READ-ONE-FEED-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE CONS-FILE
           ELSE
               DISPLAY 'CONSFEED NOT AVAILABLE - STATUS '
                       WS-CONS-STATUS
           END-IF
           IF WS-TRL-FOUND
               MOVE '(CONSFEED TRAILER)'   TO WS-FEED-SOURCE
           ELSE
               MOVE WS-NT-FEED-COUNT       TO WS-TONIGHT-FEED
               MOVE '(FEEDCONS END ROW)'   TO WS-FEED-SOURCE
           END-IF.

       5110-READ-ONE-FEED-ROW.
           READ CONS-FILE INTO WS-CONS-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF WS-CONS-RECORD(1:3) = 'TRL'
                       MOVE WS-CONS-RECORD TO TRAN-TRAILER-RECORD
                       IF TRAN-TRL-RECORD-COUNT NUMERIC
                           MOVE TRAN-TRL-RECORD-COUNT
                                     TO WS-TONIGHT-FEED
                           SET WS-TRL-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       5200-PROJECT-ONE-STEP.
      * THIS PROGRAM'S OWN STEP IS FINISHING AS THE REPORT IS WRITTEN
           IF WS-NT-ENDS(WS-STEP-SUB) = ZERO
                   AND WS-STEP-SUB NOT = WS-STRMTIME-SUB
               PERFORM 6000-FIGURE-NORM
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO RPT-J-STEP
               MOVE WS-AVG-WAIT               TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE WS-FMT-HMS                TO RPT-J-WAIT
               MOVE WS-AVG-ELAPSED            TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE WS-FMT-HMS                TO RPT-J-NORM
               MOVE WS-AVG-FEED               TO RPT-J-NORM-FEED
               MOVE WS-AVG-ELAPSED            TO WS-PROJ-ELAPSED
               IF WS-AVG-FEED > ZERO AND WS-TONIGHT-FEED > ZERO
                   COMPUTE WS-PROJ-ELAPSED ROUNDED =
                           WS-AVG-ELAPSED * WS-TONIGHT-FEED
                         / WS-AVG-FEED
                       ON SIZE ERROR
                           MOVE 999999 TO WS-PROJ-ELAPSED
                   END-COMPUTE
               END-IF
               COMPUTE WS-PROJ-OFFSET =
                       WS-PROJ-OFFSET + WS-AVG-WAIT + WS-PROJ-ELAPSED
                   ON SIZE ERROR
                       MOVE 999999 TO WS-PROJ-OFFSET
               END-COMPUTE
               MOVE WS-PROJ-ELAPSED           TO WS-FMT-SECONDS
               PERFORM 9600-FORMAT-DURATION
               MOVE WS-FMT-HMS                TO RPT-J-PROJ
               MOVE WS-PROJ-OFFSET            TO WS-FMT-OFFSET
               PERFORM 9610-FORMAT-CLOCK
               MOVE WS-FMT-HMS                TO RPT-J-END
               EVALUATE TRUE
                   WHEN WS-NORM-RUNS(WS-STEP-SUB) = ZERO
                       MOVE 'NO NORM YET' TO RPT-J-NOTE
                   WHEN WS-NT-STARTS(WS-STEP-SUB) > ZERO
                       MOVE 'RUNNING'     TO RPT-J-NOTE
                   WHEN OTHER
                       MOVE SPACES        TO RPT-J-NOTE
               END-EVALUATE
               WRITE REPORT-FILE-RECORD FROM RPT-PROJ-LINE
           END-IF.

       5300-RAISE-LATE-ALERT.
           MOVE SPACES               TO ALERT-RECORD
           SET ALERT-LATE-FINISH     TO TRUE
           MOVE WS-RUN-ID            TO ALERT-RUN-ID
           MOVE ZERO                 TO ALERT-INPUT-SEQ
           MOVE WS-CURRENT-DATE      TO ALERT-DATE
           MOVE WS-CURRENT-TIME      TO ALERT-TIME
           STRING 'EXTRACTS PROJECTED LATE BY ' WS-FMT-HMS
                  DELIMITED BY SIZE INTO ALERT-TEXT
           OPEN EXTEND FEED-ALERT-FILE
           IF NOT WS-ALRT-OK
               CLOSE FEED-ALERT-FILE
               OPEN OUTPUT FEED-ALERT-FILE
           END-IF
           IF WS-ALRT-OK
               WRITE FEED-ALERT-RECORD FROM ALERT-RECORD
               CLOSE FEED-ALERT-FILE
           ELSE
               DISPLAY 'UNABLE TO OPEN FEEDALRT - STATUS '
                       WS-ALRT-STATUS ' - ALERT TO CONSOLE ONLY'
           END-IF
           DISPLAY 'STRMTIME ALERT ' ALERT-CODE ' - ' ALERT-TEXT
               UPON CONSOLE.

      ******************************************************************
      * ONE STEP'S NORM FROM ITS LAST RUNS.  THE FEED NORM COUNTS ONLY
      * THE RUNS WHOSE NIGHT HAD A FEED COUNT.
      ******************************************************************
       6000-FIGURE-NORM.
           MOVE ZERO TO WS-SUM-ELAPSED
           MOVE ZERO TO WS-SUM-WAIT
           MOVE ZERO TO WS-SUM-FEED
           MOVE ZERO TO WS-FEED-RUNS
           MOVE ZERO TO WS-AVG-ELAPSED
           MOVE ZERO TO WS-AVG-WAIT
           MOVE ZERO TO WS-AVG-FEED
           PERFORM 6010-ADD-ONE-RUN
               VARYING WS-RING-SUB FROM 1 BY 1
               UNTIL WS-RING-SUB > WS-NORM-RUNS(WS-STEP-SUB)
           IF WS-NORM-RUNS(WS-STEP-SUB) > ZERO
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                       WS-SUM-ELAPSED / WS-NORM-RUNS(WS-STEP-SUB)
               COMPUTE WS-AVG-WAIT ROUNDED =
                       WS-SUM-WAIT / WS-NORM-RUNS(WS-STEP-SUB)
           END-IF
           IF WS-FEED-RUNS > ZERO
               COMPUTE WS-AVG-FEED ROUNDED =
                       WS-SUM-FEED / WS-FEED-RUNS
           END-IF.

       6010-ADD-ONE-RUN.
           ADD WS-NORM-ELAPSED(WS-STEP-SUB, WS-RING-SUB)
                                     TO WS-SUM-ELAPSED
           ADD WS-NORM-WAIT(WS-STEP-SUB, WS-RING-SUB)
                                     TO WS-SUM-WAIT
           IF WS-NORM-FEED(WS-STEP-SUB, WS-RING-SUB) > ZERO
               ADD WS-NORM-FEED(WS-STEP-SUB, WS-RING-SUB)
                                     TO WS-SUM-FEED
               ADD 1                 TO WS-FEED-RUNS
           END-IF.

       8000-WRITE-REPORT.
           MOVE 'TIMING ROWS READ'                    TO RPT-D-LABEL
           MOVE WS-TIM-IN-COUNT                       TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    BEFORE THE FIRST STREAM START'   TO RPT-D-LABEL
           MOVE WS-EARLY-ROW-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    NOT A STREAM STEP OR NOT VALID'  TO RPT-D-LABEL
           MOVE WS-UNKNOWN-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'NIGHTS ON THE TIMING HISTORY'        TO RPT-D-LABEL
           MOVE WS-NIGHT-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'NIGHTS CHECKED AGAINST THE SLA'      TO RPT-D-LABEL
           MOVE WS-SLA-CHECK-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'NIGHTS THAT BREACHED THE SLA'        TO RPT-D-LABEL
           MOVE WS-BREACH-COUNT                       TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    OF WHICH EXTRACTS NEVER CUT'     TO RPT-D-LABEL
           MOVE WS-NOT-CUT-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE SPACES TO RPT-M-TEXT
           IF WS-PROJECTED-LATE
               STRING 'TONIGHT IS PROJECTED TO MISS THE EXTRACT SLA - '
                      'SEE ALERT A007'
                      DELIMITED BY SIZE INTO RPT-M-TEXT
           ELSE
               MOVE 'NO LATE FINISH PROJECTED' TO RPT-M-TEXT
           END-IF
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE.

      ******************************************************************
      * DAY NUMBER OF WS-DN-DATE INTO WS-DN-RESULT.  THE YEAR IS
      * COUNTED FROM MARCH SO THE LEAP DAY FALLS AT ITS END; ONLY
      * DIFFERENCES BETWEEN TWO RESULTS ARE EVER USED.
      ******************************************************************
       9500-DAY-NUMBER.
           MOVE WS-DN-DATE-YEAR  TO WS-DN-YEAR
           MOVE WS-DN-DATE-MONTH TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           COMPUTE WS-DN-RESULT = WS-DN-YEAR * 365 + WS-DN-DATE-DAY
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-RESULT
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
           SUBTRACT WS-DN-QUOTIENT FROM WS-DN-RESULT
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-RESULT
           COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-RESULT.

       9600-FORMAT-DURATION.
           DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REST
           DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
               REMAINDER WS-FMT-SS.

       9610-FORMAT-CLOCK.
           COMPUTE WS-FMT-SECONDS = WS-FMT-BASE-SECS + WS-FMT-OFFSET
           DIVIDE WS-FMT-SECONDS BY 86400 GIVING WS-FMT-DAYS
               REMAINDER WS-FMT-SECONDS
           PERFORM 9600-FORMAT-DURATION.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'STRMTIME'           TO TIM-PROGRAM
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
           MOVE 'STRMTIME'           TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-TIM-IN-COUNT      TO TIM-RECORDS
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
