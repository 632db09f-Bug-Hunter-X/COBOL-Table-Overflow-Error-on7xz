      *              AND LISTED ON THE RETENTION REPORT FOR AN
      *              ANALYST TO RESOLVE.
      *
      *              THE BEFORE-IMAGES TBLOVFL AND OVFLRPRC SAVED TO
      *              DAYMREPL WHEN THEY REPLACED A ROW ARE COPIED INTO
      *              THE SAME HISTORY GENERATION BEHIND THE ROLLED
      *              ROWS, AND DAYMREPL IS THEN EMPTIED - SO EACH
      *              GENERATION HOLDS THE WHOLE PRIOR DAY, AND EVERY
      *              IMAGE A FEED BACK-OUT MAY NEED TO PUT BACK.  IF
      *              ANY IMAGE FAILS TO COPY, DAYMREPL IS LEFT AS IT
      *              IS FOR THE NEXT NIGHT.
      *
      * RETURN CODES:
      *              00 - NORMAL END OF JOB
      *              04 - DATE ANOMALIES FOUND - SEE THE REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL REPLACED-FILE
               ASSIGN TO DAYMREPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPL-STATUS.

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

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-FILE-RECORD      PIC X(160).

       FD  REPLACED-FILE
           RECORDING MODE IS F.
       01  REPLACED-FILE-RECORD     PIC X(160).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * RUN STATUS RECORD WRITTEN BY TBLOVFL - SUPPLIES THE FEED DATE
           COPY STATREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-STAT-STATUS       PIC XX.
               88  WS-STAT-OK           VALUE '00' '05'.
               88  WS-DAYM-OK           VALUE '00'.
           05  WS-HIST-STATUS       PIC XX.
               88  WS-HIST-OK           VALUE '00'.
           05  WS-REPL-STATUS       PIC XX.
               88  WS-REPL-OK           VALUE '00' '05'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DAYM-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-DAYM       VALUE 'Y'.
           05  WS-REPL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-REPL       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-IN-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-KEPT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ROLLED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ANOMALY-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-REPL-IN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-REPL-COPY-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
               PERFORM 2000-READ-MASTER-RECORD
               PERFORM 2100-RETAIN-OR-ROLL UNTIL WS-END-OF-DAYM
               CLOSE ITEM-MASTER-FILE
               PERFORM 3000-COPY-REPLACED-IMAGES
               CLOSE HISTORY-FILE
               PERFORM 8000-WRITE-REPORT
               IF WS-ANOMALY-COUNT > ZERO
               DISPLAY 'DAYMPURG TERMINATING - FILES UNAVAILABLE'
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '05'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START

           PERFORM 1200-FETCH-FEED-DATE

           MOVE DAYM-RUN-ID    TO RPT-A-RUN-ID
           WRITE REPORT-FILE-RECORD FROM RPT-ANOM-LINE.

       3000-COPY-REPLACED-IMAGES.
           OPEN INPUT REPLACED-FILE
           IF NOT WS-REPL-OK
               DISPLAY 'DAYMREPL NOT AVAILABLE - STATUS '
                       WS-REPL-STATUS
               MOVE 'Y' TO WS-REPL-EOF-SWITCH
           END-IF
           PERFORM 3010-READ-REPLACED-IMAGE
           PERFORM 3020-COPY-ONE-IMAGE UNTIL WS-END-OF-REPL
           CLOSE REPLACED-FILE
      * EMPTIED ONLY WHEN EVERY IMAGE IS SAFELY IN HISTORY.
           IF WS-REPL-OK
                   AND WS-REPL-COPY-COUNT = WS-REPL-IN-COUNT
               OPEN OUTPUT REPLACED-FILE
               CLOSE REPLACED-FILE
           END-IF.

       3010-READ-REPLACED-IMAGE.
           READ REPLACED-FILE
               AT END
                   MOVE 'Y' TO WS-REPL-EOF-SWITCH
           END-READ.

       3020-COPY-ONE-IMAGE.
           ADD 1 TO WS-REPL-IN-COUNT
           WRITE HISTORY-FILE-RECORD FROM REPLACED-FILE-RECORD
           IF WS-HIST-OK
               ADD 1 TO WS-REPL-COPY-COUNT
           ELSE
               DISPLAY 'HISTFILE WRITE ERROR - STATUS '
                       WS-HIST-STATUS ' - DAYMREPL KEPT'
           END-IF
           PERFORM 3010-READ-REPLACED-IMAGE.

       8000-WRITE-REPORT.
           MOVE 'DAILY MASTER ROWS READ'              TO RPT-D-LABEL
           MOVE WS-MASTER-IN-COUNT                    TO RPT-D-VALUE

           MOVE 'DATE ANOMALIES - KEPT, SEE DETAIL'   TO RPT-D-LABEL
           MOVE WS-ANOMALY-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'REPLACED IMAGES READ FROM DAYMREPL'  TO RPT-D-LABEL
           MOVE WS-REPL-IN-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'REPLACED IMAGES COPIED TO HISTORY'   TO RPT-D-LABEL
           MOVE WS-REPL-COPY-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'DAYMPURG'           TO TIM-PROGRAM
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
           MOVE 'DAYMPURG'           TO TIM-PROGRAM
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
