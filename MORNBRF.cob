      *              NIGHT'S STORY INTO ONE PRIORITIZED REPORT: THE
      *              RUN STATUS RECORD, EVERY OPERATOR ALERT RAISED,
      *              REJECT COUNTS BY REASON CODE, OPEN RECYCLE
      *              ENTRIES AT OR PAST THE AGE LIMIT, ANY
      *              SECOND-SPILL RESIDUE, AND EVERY REGION THE
      *              PROCESSING CALENDAR EXPECTED THAT NEVER ARRIVED
      *              - SO DAY SHIFT READS ONE PAGE INSTEAD OF
      *              REASSEMBLING SIX FILES BY HAND.
      *
      * NOTES      : THE NIGHT'S ALERTS ARE ALSO APPENDED TO A
      *              PERMANENT ALERT HISTORY FILE, BECAUSE STEP0050
      *              DELETES ALRTFILE (AND REJFILE) THE NEXT NIGHT
      *              AND THE EVIDENCE WAS GONE BY THE TIME AN
      *              ANALYST INVESTIGATED.  THE FEED ALERTS FEEDCONS
      *              RAISES AHEAD OF THE LOAD (FEEDALRT - A005
      *              EXPECTED REGION MISSING, A006 FEED DATE NOT THE
      *              BUSINESS DATE) AND THE LATE-FINISH PROJECTION
      *              STRMTIME ADDS TO THE SAME FILE (A007) ARE BRIEFED
      *              AND FILED THE SAME WAY, AND EACH A005 IS ALSO
      *              LISTED BY REGION AS A REGION THAT NEVER ARRIVED.
      *
      *              FOR THE SAME REASON EVERY REJECT (REJFILE), EVERY
      *              SPILL (OVFLFILE) AND EVERY SECOND-SPILL RESIDUE
      *              ROW (OVF2FILE) IS APPENDED TO THE PERMANENT
      *              EXCEPTION HISTORY (EXCPHIST, EXCHREC LAYOUT)
      *              STAMPED WITH THE NIGHT'S RUN ID AND DATE FROM THE
      *              STATUS RECORD, SO THE ITEM TRACE INQUIRY
      *              (ITMTRACE) CAN STILL SHOW THEM MONTHS LATER.
      *
      *              THE REPORT LEADS WITH "WHAT NEEDS A HUMAN
      *              TODAY": AN ABNORMAL RUN OUTCOME FIRST, THEN
      *              EXPECTED REGIONS THAT NEVER ARRIVED, UNRECOVERED
      *              SPILL, THEN ALERTS, REJECTS, AND AGED
      *              RECYCLES.  A NIGHT WITH NOTHING TO ACT ON
      *              SAYS SO IN ONE LINE AND ENDS RC=0.
      *
      * RETURN CODES:
      *              00 - CLEAN NIGHT - NOTHING NEEDS ATTENTION
      *              04 - AT LEAST ONE ITEM NEEDS A HUMAN TODAY
      *              16 - REPORT, ALERT HISTORY OR EXCEPTION
      *                   HISTORY COULD NOT BE OPENED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNBRF.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.

           SELECT OPTIONAL FEED-ALERT-FILE
               ASSIGN TO FEEDALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALR-STATUS.

           SELECT ALERT-HISTORY-FILE
               ASSIGN TO ALRTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EXCEPTION-HISTORY-FILE
               ASSIGN TO EXCPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCH-STATUS.

           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO REJFILE
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-STATUS.

           SELECT OPTIONAL SPILL-FILE
               ASSIGN TO OVFLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPIL-STATUS.

           SELECT OPTIONAL RESPILL-FILE
               ASSIGN TO OVF2FILE
               ORGANIZATION IS LINE SEQUENTIAL
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
       01  ALERT-FILE-RECORD        PIC X(80).

       FD  FEED-ALERT-FILE
           RECORDING MODE IS F.
       01  FEED-ALERT-RECORD        PIC X(80).

       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
       01  ALERT-HISTORY-RECORD     PIC X(80).

       FD  EXCEPTION-HISTORY-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-HISTORY-RECORD PIC X(130).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-FILE-RECORD       PIC X(97).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-FILE-RECORD      PIC X(110).

       FD  SPILL-FILE
           RECORDING MODE IS F.
       01  SPILL-FILE-RECORD        PIC X(80).

       FD  RESPILL-FILE
           RECORDING MODE IS F.
       01  RESPILL-FILE-RECORD      PIC X(80).
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * CONTROL / PARAMETER RECORD - ONLY CTL-AGE-LIMIT IS USED HERE.
           COPY CTLPARM.
      * RECYCLE MASTER RECORD
           COPY RCYREC.

      * OVERFLOW / SECOND-SPILL RECORD
           COPY OVFLREC.

      * PERMANENT EXCEPTION HISTORY ROW
           COPY EXCHREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-CTL-STATUS        PIC XX.
               88  WS-CTL-OK            VALUE '00'.
               88  WS-STAT-OK           VALUE '00' '05'.
           05  WS-ALRT-STATUS       PIC XX.
               88  WS-ALRT-OK           VALUE '00' '05'.
           05  WS-FALR-STATUS       PIC XX.
               88  WS-FALR-OK           VALUE '00' '05'.
           05  WS-HIST-STATUS       PIC XX.
               88  WS-HIST-OK           VALUE '00'.
           05  WS-EXCH-STATUS       PIC XX.
               88  WS-EXCH-OK           VALUE '00'.
           05  WS-REJ-STATUS        PIC XX.
               88  WS-REJ-OK            VALUE '00' '05'.
           05  WS-RCY-STATUS        PIC XX.
               88  WS-RCY-OK            VALUE '00' '05'.
           05  WS-SPIL-STATUS       PIC XX.
               88  WS-SPIL-OK           VALUE '00' '05'.
           05  WS-RESP-STATUS       PIC XX.
               88  WS-RESP-OK           VALUE '00' '05'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STAT-FOUND-SW     PIC X VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-AGE-LIMIT         PIC 9(3) VALUE 5.
           05  WS-ALERT-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-MISSING-REG-COUNT PIC 9(3) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-AGED-OPEN-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-OPEN-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-RESIDUE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-SPILL-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-EXCH-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ACTION-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-RSN-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-RSN-MAX           PIC 9(3) VALUE 10.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
      * THE NIGHT THE EXCEPTION ROWS BELONG TO - THE TBLOVFL RUN ON
      * THE STATUS RECORD, OR TODAY WHEN THERE IS NO STATUS RECORD.
           05  WS-NIGHT-DATE        PIC X(08).
           05  WS-NIGHT-TIME        PIC X(06).
           05  WS-NIGHT-RUN-ID      PIC X(08).

      * REJECT TALLY BY REASON CODE - TEN DISTINCT CODES IS WELL
      * ABOVE THE DEFINED R001-R004 SET; ANYTHING BEYOND ROLLS INTO
           05  RPT-AL-SEQ           PIC ZZZZ9.
           05  FILLER               PIC X(07) VALUE '  TIME '.
           05  RPT-AL-TIME          PIC X(06).
           05  FILLER               PIC X(06) VALUE '  SRC '.
           05  RPT-AL-SOURCE-ID     PIC X(08).
           05  FILLER               PIC X(38) VALUE SPACE.

       01  RPT-REASON-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-BRIEF-RUN-OUTCOME
               PERFORM 2500-BRIEF-MISSING-REGIONS
               PERFORM 3000-BRIEF-SPILL-RESIDUE
               PERFORM 3100-FILE-SPILLS
               PERFORM 4000-BRIEF-ALERTS
               PERFORM 5000-BRIEF-REJECTS
               PERFORM 6000-BRIEF-AGED-RECYCLES
               DISPLAY 'MORNBRF TERMINATING - OUTPUTS UNAVAILABLE'
           END-IF
           CLOSE ALERT-HISTORY-FILE
           CLOSE EXCEPTION-HISTORY-FILE
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '10'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START
           INITIALIZE WS-REASON-TALLY

           OPEN INPUT CTL-FILE
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN EXTEND EXCEPTION-HISTORY-FILE
           IF NOT WS-EXCH-OK
               CLOSE EXCEPTION-HISTORY-FILE
               OPEN OUTPUT EXCEPTION-HISTORY-FILE
           END-IF
           IF NOT WS-EXCH-OK
               DISPLAY 'UNABLE TO OPEN EXCPHIST - STATUS '
                       WS-EXCH-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
               END-READ
           END-IF
           CLOSE STATUS-FILE
           IF WS-STAT-FOUND
               MOVE STAT-DATE       TO WS-NIGHT-DATE
               MOVE STAT-TIME       TO WS-NIGHT-TIME
               MOVE STAT-RUN-ID     TO WS-NIGHT-RUN-ID
           ELSE
               MOVE WS-CURRENT-DATE TO WS-NIGHT-DATE
               MOVE WS-CURRENT-TIME TO WS-NIGHT-TIME
               MOVE SPACES          TO WS-NIGHT-RUN-ID
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-STAT-FOUND
                   ADD 1 TO WS-ACTION-COUNT
                   WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-EVALUATE.

       2500-BRIEF-MISSING-REGIONS.
      * A REGION DUE TONIGHT THAT NEVER SENT HOLDS ITS WHOLE DAY'S
      * WORK BACK - NEXT ONLY TO THE RUN OUTCOME ITSELF.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT FEED-ALERT-FILE
           IF NOT WS-FALR-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 2510-BRIEF-ONE-MISSING-REGION
               UNTIL WS-END-OF-FILE
           CLOSE FEED-ALERT-FILE
           IF WS-MISSING-REG-COUNT > ZERO
               ADD 1 TO WS-ACTION-COUNT
           END-IF.

       2510-BRIEF-ONE-MISSING-REGION.
           READ FEED-ALERT-FILE INTO ALERT-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF ALERT-SOURCE-MISSING
                       ADD 1 TO WS-MISSING-REG-COUNT
                       MOVE SPACES TO RPT-ACT-TEXT
                       STRING 'EXPECTED REGION ' ALERT-SOURCE-ID
                              ' NEVER ARRIVED ON ' ALERT-DATE
                              ' - CHASE THE SENDER'
                              DELIMITED BY SIZE INTO RPT-ACT-TEXT
                       WRITE REPORT-FILE-RECORD FROM RPT-ACTION-LINE
                   END-IF
           END-READ.

       3000-BRIEF-SPILL-RESIDUE.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT RESPILL-FILE
           END-IF.

       3010-COUNT-ONE-RESIDUE-ROW.
           READ RESPILL-FILE INTO OVFL-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RESIDUE-COUNT
                   MOVE SPACES         TO EXH-RECORD
                   SET EXH-RESPILLED   TO TRUE
                   PERFORM 3200-FILE-OVERFLOW-ROW
           END-READ.

       3100-FILE-SPILLS.
      * FIRST SPILLS NEED NO ACTION OF THEIR OWN (THE REPROCESS STEP
      * LOADS THEM, AND ANY IT COULD NOT LOAD ARE THE RESIDUE ABOVE),
      * SO THEY ARE ONLY FILED TO THE EXCEPTION HISTORY.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT SPILL-FILE
           IF NOT WS-SPIL-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3110-FILE-ONE-SPILL
               UNTIL WS-END-OF-FILE
           CLOSE SPILL-FILE.

       3110-FILE-ONE-SPILL.
           READ SPILL-FILE INTO OVFL-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SPILL-COUNT
                   MOVE SPACES         TO EXH-RECORD
                   SET EXH-SPILLED     TO TRUE
                   PERFORM 3200-FILE-OVERFLOW-ROW
           END-READ.

       3200-FILE-OVERFLOW-ROW.
           MOVE WS-NIGHT-DATE      TO EXH-DATE
           MOVE OVFL-TIME          TO EXH-TIME
           MOVE WS-NIGHT-RUN-ID    TO EXH-RUN-ID
           MOVE OVFL-SEQ-NO        TO EXH-SEQ-NO
           MOVE OVFL-ITEM          TO EXH-ITEM
           MOVE OVFL-SOURCE-ID     TO EXH-SOURCE-ID
           PERFORM 7000-WRITE-EXCEPTION-HISTORY.

       4000-BRIEF-ALERTS.
      * EVERY ALERT IS LISTED ON THE BRIEF AND APPENDED TO THE
      * PERMANENT HISTORY BEFORE TONIGHT'S STEP0020/STEP0050 DELETE
      * THE ALERT FILES.  THE FEED ALERTS CAME FIRST IN THE NIGHT.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT FEED-ALERT-FILE
           IF NOT WS-FALR-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 4020-BRIEF-ONE-FEED-ALERT
               UNTIL WS-END-OF-FILE
           CLOSE FEED-ALERT-FILE
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           IF NOT WS-ALRT-OK
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   PERFORM 4030-FILE-AND-LIST-ALERT
           END-READ.

       4020-BRIEF-ONE-FEED-ALERT.
           READ FEED-ALERT-FILE INTO ALERT-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   PERFORM 4030-FILE-AND-LIST-ALERT
           END-READ.

       4030-FILE-AND-LIST-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           WRITE ALERT-HISTORY-RECORD FROM ALERT-RECORD
           MOVE ALERT-CODE      TO RPT-AL-CODE
           MOVE ALERT-TEXT      TO RPT-AL-TEXT
           MOVE ALERT-INPUT-SEQ TO RPT-AL-SEQ
           MOVE ALERT-TIME      TO RPT-AL-TIME
           MOVE ALERT-SOURCE-ID TO RPT-AL-SOURCE-ID
           WRITE REPORT-FILE-RECORD FROM RPT-ALERT-LINE.

       5000-BRIEF-REJECTS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT REJECT-FILE
               NOT AT END
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 5020-TALLY-BY-REASON
                   PERFORM 5050-FILE-ONE-REJECT
           END-READ.

       5020-TALLY-BY-REASON.
               SET WS-REASON-MATCHED TO TRUE
           END-IF.

       5050-FILE-ONE-REJECT.
      * A REJECT CARRIES NO TIME OF ITS OWN - IT IS FILED AT THE
      * TIME THE NIGHT'S RUN LAST WROTE ITS STATUS.
           MOVE SPACES             TO EXH-RECORD
           SET EXH-REJECTED        TO TRUE
           MOVE WS-NIGHT-DATE      TO EXH-DATE
           MOVE WS-NIGHT-TIME      TO EXH-TIME
           MOVE WS-NIGHT-RUN-ID    TO EXH-RUN-ID
           MOVE REJ-SEQ-NO         TO EXH-SEQ-NO
           MOVE REJ-ITEM           TO EXH-ITEM
           MOVE REJ-REASON-CODE    TO EXH-REASON-CODE
           MOVE REJ-REASON-TEXT    TO EXH-REASON-TEXT
           MOVE REJ-SOURCE-ID      TO EXH-SOURCE-ID
           PERFORM 7000-WRITE-EXCEPTION-HISTORY.

       5100-WRITE-ONE-REASON.
           MOVE WS-RSN-CODE(WS-RSN-SUB)    TO RPT-RS-CODE
           MOVE WS-RSN-TEXT(WS-RSN-SUB)    TO RPT-RS-TEXT
                   END-IF
           END-READ.

       7000-WRITE-EXCEPTION-HISTORY.
           WRITE EXCEPTION-HISTORY-RECORD FROM EXH-RECORD
           IF WS-EXCH-OK
               ADD 1 TO WS-EXCH-COUNT
           ELSE
               DISPLAY 'EXCPHIST WRITE FAILED - STATUS '
                       WS-EXCH-STATUS
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE 'ITEMS NEEDING A HUMAN TODAY'         TO RPT-D-LABEL
           MOVE WS-ACTION-COUNT                       TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'EXPECTED REGIONS THAT NEVER ARRIVED' TO RPT-D-LABEL
           MOVE WS-MISSING-REG-COUNT                  TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'OPERATOR ALERTS RAISED OVERNIGHT'    TO RPT-D-LABEL
           MOVE WS-ALERT-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE
           MOVE WS-RESIDUE-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ROWS SPILLED TO OVERFLOW'            TO RPT-D-LABEL
           MOVE WS-SPILL-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'EXCEPTION ROWS FILED TO HISTORY'     TO RPT-D-LABEL
           MOVE WS-EXCH-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           IF WS-ACTION-COUNT = ZERO
               MOVE 'CLEAN NIGHT - NOTHING NEEDS ATTENTION'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'MORNBRF'            TO TIM-PROGRAM
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
           MOVE 'MORNBRF'            TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-EXCH-COUNT        TO TIM-RECORDS
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
