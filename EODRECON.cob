               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT TIMING-FILE
               ASSIGN TO TIMEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-FILE-RECORD       PIC X(97).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * RUN STATUS RECORD WRITTEN BY TBLOVFL
           COPY STATREC.
      * RECYCLE MASTER RECORD - OPEN-ENTRY COUNT IS INFORMATIONAL
           COPY RCYREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-STAT-STATUS       PIC XX.
               88  WS-STAT-OK           VALUE '00' '05'.
               88  WS-RCY-OK            VALUE '00' '05'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STAT-FOUND-SW     PIC X VALUE 'N'.
               DISPLAY 'EODRECON TERMINATING - INPUTS UNAVAILABLE'
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '07'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START

           OPEN INPUT STATUS-FILE
           IF WS-STAT-OK
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SWITCH
               NOT AT END
      * A REVERSED ENTRY WAS BACKED OUT AND NO LONGER STANDS FOR
      * WHAT IS ON THE MASTER.
                   IF REG-FEED-DATE = STAT-FEED-DATE
                           AND REG-SOURCE-ID = STAT-SOURCE-ID
                           AND NOT REG-REVERSED
                       SET WS-REG-FOUND TO TRUE
                       MOVE REG-RECORD-COUNT TO WS-REG-COUNT-SAVE
                   END-IF
                        TO RPT-M-TEXT
           END-EVALUATE
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'EODRECON'           TO TIM-PROGRAM
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
           MOVE 'EODRECON'           TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-DAYM-TODAY-COUNT  TO TIM-RECORDS
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
