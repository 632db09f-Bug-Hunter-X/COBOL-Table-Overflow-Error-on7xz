      ******************************************************************
      * PROGRAM-ID : ACKMATCH
      * PURPOSE    : RECEIVER ACKNOWLEDGMENT MATCHING FOR THE
      *              DISTRIBUTION EXTRACTS.  READS THE INBOUND ACK/NAK
      *              ROWS THE RECEIVING SYSTEMS SEND BACK (ACKREC.CPY)
      *              AND MATCHES EACH ONE TO THE EXTRACT DAYMDIST SENT
      *              FOR THAT CUT DATE, AS RECORDED ON THE DELIVERY
      *              HISTORY (DLVREC.CPY) - THE RECEIVER'S COUNT AND
      *              HASH AGAINST OUR XTR-TRL-RECORD-COUNT AND
      *              XTR-TRL-HASH-TOTAL.  EVERY RESULT IS APPENDED TO
      *              THE HISTORY, SO EACH EXTRACT KEEPS ITS OWN
      *              DELIVERY STATUS TRAIL.
      *
      * NOTES      : THE RETRANSMIT LIST IS EVERY EXTRACT WHOSE LATEST
      *              STATUS IS NOT A BALANCED ACK - NEVER ACKNOWLEDGED,
      *              NAKED, OR ACKNOWLEDGED TO A DIFFERENT COUNT OR
      *              HASH - ONCE IT IS PAST THE CUTOFF: ANY EARLIER
      *              CUT DATE, OR TODAY'S CUT DATE AT OR AFTER
      *              CTL-ACK-CUTOFF-TIME (DEFAULT 0600).  THE JOB IS
      *              SCHEDULED AT THE CUTOFF SO THE LIST COMES OUT
      *              WHILE THERE IS STILL TIME TO RETRANSMIT BEFORE
      *              THE RECEIVERS' BUSINESS DAY STARTS.  EXTRACTS
      *              CUT MORE THAN A MONTH AGO ARE NO LONGER LISTED.
      *
      *              AN ACK ROW FOR AN EXTRACT WE HAVE NO RECORD OF
      *              SENDING, OR ONE THAT IS MALFORMED, IS LISTED AND
      *              NOT RECORDED.  THE INBOUND FILE IS EMPTIED ONLY
      *              WHEN EVERY OTHER ROW IS SAFELY ON THE HISTORY.
      *
      * RETURN CODES:
      *              00 - EVERY EXTRACT PAST THE CUTOFF IS ACKNOWLEDGED
      *                   IN BALANCE
      *              04 - RETRANSMIT LIST OR UNMATCHED ACK ROWS - SEE
      *                   THE REPORT - OR AN ACK ROW COULD NOT BE
      *                   WRITTEN TO THE HISTORY (ACKFILE KEPT)
      *              08 - DLVHIST COULD NOT BE EXTENDED - NO ACK
      *                   RECORDED, ACKFILE KEPT
      *              16 - DLVHIST OR RPTFILE UNAVAILABLE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKMATCH.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE
               ASSIGN TO CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL ACK-FILE
               ASSIGN TO ACKFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT DELIVERY-FILE
               ASSIGN TO DLVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-FILE-RECORD          PIC X(80).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-FILE-RECORD          PIC X(80).

       FD  DELIVERY-FILE
           RECORDING MODE IS F.
       01  DELIVERY-FILE-RECORD     PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      * CONTROL / PARAMETER RECORD - ONLY CTL-ACK-CUTOFF-TIME IS USED
           COPY CTLPARM.

      * INBOUND ACKNOWLEDGMENT ROW
           COPY ACKREC.

      * EXTRACT DELIVERY STATUS HISTORY ROW
           COPY DLVREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-CTL-STATUS        PIC XX.
               88  WS-CTL-OK            VALUE '00' '05'.
           05  WS-ACK-STATUS        PIC XX.
               88  WS-ACK-OK            VALUE '00' '05'.
           05  WS-DLV-STATUS        PIC XX.
               88  WS-DLV-OK            VALUE '00'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FILE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-DLV-FOUND-SW      PIC X VALUE 'N'.
               88  WS-DLV-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DLV-IN-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-DLV-OLD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DLV-LOST-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-ACK-IN-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ACK-REC-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ACK-WRITE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-ACK-DUP-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ACK-BAD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ACKED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-MISMATCH-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-NAKED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-RETRANSMIT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-AWAITING-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-BALANCED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-DLV-SUB           PIC 9(3) VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-NOW-HHMM          PIC 9(04) VALUE ZERO.
           05  WS-CUTOFF-HHMM       PIC 9(04) VALUE ZERO.
           05  WS-LOOKBACK-DATE     PIC X(08).
           05  WS-LOOKBACK-PARTS REDEFINES WS-LOOKBACK-DATE.
               10  WS-LOOKBACK-YEAR     PIC 9(04).
               10  WS-LOOKBACK-MONTH    PIC 9(02).
               10  WS-LOOKBACK-DAY      PIC 9(02).
           05  WS-ACK-RESULT        PIC X(08).
           05  WS-ACK-NOTE          PIC X(20).
           05  WS-FIND-XTR-NO       PIC 9(02).
           05  WS-FIND-CUT-DATE     PIC X(08).

      * CURRENT STATUS OF EVERY EXTRACT CUT WITHIN THE LOOKBACK, ONE
      * ENTRY PER EXTRACT AND CUT DATE, BUILT BY REPLAYING THE
      * HISTORY.  EIGHT EXTRACTS FOR A MONTH OF CUT DATES, WITH
      * ROOM FOR RERUNS.
       01  WS-DELIVERY-TABLE.
           05  WS-DLV-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-DLV-MAX           PIC 9(3) VALUE 400.
           05  WS-DLV-ENTRY OCCURS 400 TIMES.
               10  WS-DLV-XTR-NO    PIC 9(02).
               10  WS-DLV-CUT-DATE  PIC X(08).
               10  WS-DLV-SENT-CNT  PIC 9(07).
               10  WS-DLV-SENT-HASH PIC 9(12).
               10  WS-DLV-STATE     PIC X(08).
                   88  WS-DLV-STATE-ACKED   VALUE 'ACKED'.
               10  WS-DLV-RCV-COUNT PIC 9(07).
               10  WS-DLV-RCV-HASH  PIC 9(12).
               10  WS-DLV-REASON    PIC X(20).

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'ACKMATCH DELIVERIES '.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-EXTRACT-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'EXTRACT '.
           05  RPT-E-XTR-NO         PIC 99.
           05  FILLER               PIC X(06) VALUE '  CUT '.
           05  RPT-E-CUT-DATE       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-E-STATE          PIC X(08).
           05  FILLER               PIC X(06) VALUE ' SENT '.
           05  RPT-E-SENT-COUNT     PIC ZZZZZZ9.
           05  FILLER               PIC X(03) VALUE ' / '.
           05  RPT-E-SENT-HASH      PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(07) VALUE '  RCVD '.
           05  RPT-E-RCV-COUNT      PIC ZZZZZZ9.
           05  FILLER               PIC X(03) VALUE ' / '.
           05  RPT-E-RCV-HASH       PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-E-NOTE           PIC X(20).
           05  FILLER               PIC X(18) VALUE SPACE.

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
               PERFORM 2000-LOAD-DELIVERY-HISTORY
               PERFORM 3000-MATCH-ACKNOWLEDGMENTS
               PERFORM 5000-LIST-RETRANSMITS
               PERFORM 8000-WRITE-REPORT
               IF RETURN-CODE < 4
                   IF WS-RETRANSMIT-COUNT > ZERO
                           OR WS-ACK-BAD-COUNT > ZERO
                           OR WS-ACK-WRITE-COUNT < WS-ACK-REC-COUNT
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               DISPLAY 'ACKMATCH COMPLETE - ' WS-ACK-IN-COUNT
                       ' ACK ROWS, ' WS-RETRANSMIT-COUNT
                       ' EXTRACTS TO RETRANSMIT'
           ELSE
               DISPLAY 'ACKMATCH TERMINATING - FILES UNAVAILABLE'
           END-IF
           IF WS-RPT-OK
               CLOSE REPORT-FILE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '16'                 TO WS-RUN-ID(7:2)
           MOVE WS-CURRENT-TIME(1:4) TO WS-NOW-HHMM

           MOVE ZERO TO CTL-ACK-CUTOFF-TIME
           OPEN INPUT CTL-FILE
           IF WS-CTL-OK
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       CONTINUE
               END-READ
           END-IF
           CLOSE CTL-FILE
           IF CTL-ACK-CUTOFF-TIME NUMERIC
                   AND CTL-ACK-CUTOFF-TIME > ZERO
                   AND CTL-ACK-CUTOFF-TIME < 2400
               MOVE CTL-ACK-CUTOFF-TIME TO WS-CUTOFF-HHMM
           ELSE
               MOVE 0600                TO WS-CUTOFF-HHMM
           END-IF

      * ONE CALENDAR MONTH BACK - A DAY THAT DOES NOT EXIST IN THE
      * PRIOR MONTH STILL COMPARES CORRECTLY AS A YYYYMMDD STRING.
           MOVE WS-CURRENT-DATE TO WS-LOOKBACK-DATE
           IF WS-LOOKBACK-MONTH = 1
               MOVE 12 TO WS-LOOKBACK-MONTH
               SUBTRACT 1 FROM WS-LOOKBACK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-LOOKBACK-MONTH
           END-IF

           OPEN INPUT DELIVERY-FILE
           IF NOT WS-DLV-OK
               DISPLAY 'UNABLE TO OPEN DLVHIST - STATUS '
                       WS-DLV-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
      * THE RETRANSMIT LIST IS THE STEP'S PRODUCT - WITHOUT RPTFILE
      * NOTHING IS MATCHED AND ACKFILE WAITS FOR THE RERUN.
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

      ******************************************************************
      * REPLAY THE HISTORY.  A SENT ROW OPENS (OR, ON A RERUN, RESETS)
      * THE EXTRACT'S ENTRY; EVERY LATER ROW BECOMES ITS STATUS.
      ******************************************************************
       2000-LOAD-DELIVERY-HISTORY.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 2010-REPLAY-ONE-EVENT
               UNTIL WS-END-OF-FILE
           CLOSE DELIVERY-FILE.

       2010-REPLAY-ONE-EVENT.
           READ DELIVERY-FILE INTO DLV-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-DLV-IN-COUNT
                   IF DLV-CUT-DATE < WS-LOOKBACK-DATE
                       ADD 1 TO WS-DLV-OLD-COUNT
                   ELSE
                       PERFORM 2100-APPLY-EVENT
                   END-IF
           END-READ.

       2100-APPLY-EVENT.
           MOVE DLV-EXTRACT-NO TO WS-FIND-XTR-NO
           MOVE DLV-CUT-DATE   TO WS-FIND-CUT-DATE
           PERFORM 2200-FIND-DELIVERY
           EVALUATE TRUE
               WHEN DLV-SENT
                   IF NOT WS-DLV-FOUND
                       IF WS-DLV-COUNT < WS-DLV-MAX
                           ADD 1 TO WS-DLV-COUNT
                           MOVE WS-DLV-COUNT   TO WS-DLV-SUB
                           MOVE DLV-EXTRACT-NO TO
                                WS-DLV-XTR-NO(WS-DLV-SUB)
                           MOVE DLV-CUT-DATE   TO
                                WS-DLV-CUT-DATE(WS-DLV-SUB)
                           SET WS-DLV-FOUND TO TRUE
                       ELSE
                           ADD 1 TO WS-DLV-LOST-COUNT
                       END-IF
                   END-IF
                   IF WS-DLV-FOUND
                       MOVE DLV-RECORD-COUNT TO
                            WS-DLV-SENT-CNT(WS-DLV-SUB)
                       MOVE DLV-HASH-TOTAL   TO
                            WS-DLV-SENT-HASH(WS-DLV-SUB)
                       MOVE 'SENT'  TO WS-DLV-STATE(WS-DLV-SUB)
                       MOVE ZERO    TO WS-DLV-RCV-COUNT(WS-DLV-SUB)
                       MOVE ZERO    TO WS-DLV-RCV-HASH(WS-DLV-SUB)
                       MOVE SPACES  TO WS-DLV-REASON(WS-DLV-SUB)
                   END-IF
               WHEN WS-DLV-FOUND
                   MOVE DLV-EVENT        TO WS-DLV-STATE(WS-DLV-SUB)
                   MOVE DLV-RECORD-COUNT TO
                        WS-DLV-RCV-COUNT(WS-DLV-SUB)
                   MOVE DLV-HASH-TOTAL   TO
                        WS-DLV-RCV-HASH(WS-DLV-SUB)
                   MOVE DLV-REASON       TO WS-DLV-REASON(WS-DLV-SUB)
           END-EVALUATE.

       2200-FIND-DELIVERY.
           MOVE 'N' TO WS-DLV-FOUND-SW
           PERFORM 2210-TEST-ONE-DELIVERY
               VARYING WS-DLV-SUB FROM 1 BY 1
               UNTIL WS-DLV-SUB > WS-DLV-COUNT
                   OR WS-DLV-FOUND
           IF WS-DLV-FOUND
               SUBTRACT 1 FROM WS-DLV-SUB
           END-IF.

       2210-TEST-ONE-DELIVERY.
           IF WS-DLV-XTR-NO(WS-DLV-SUB) = WS-FIND-XTR-NO
                   AND WS-DLV-CUT-DATE(WS-DLV-SUB) = WS-FIND-CUT-DATE
               SET WS-DLV-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * MATCH TONIGHT'S ACKNOWLEDGMENTS AND RECORD EACH RESULT.
      ******************************************************************
       3000-MATCH-ACKNOWLEDGMENTS.
           MOVE 'ACKNOWLEDGMENTS RECEIVED' TO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           OPEN EXTEND DELIVERY-FILE
           IF NOT WS-DLV-OK
               DISPLAY 'UNABLE TO EXTEND DLVHIST - STATUS '
                       WS-DLV-STATUS ' - ACKS NOT RECORDED'
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT ACK-FILE
           IF NOT WS-ACK-OK
               DISPLAY 'ACKFILE NOT AVAILABLE - STATUS ' WS-ACK-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3010-MATCH-ONE-ACK
               UNTIL WS-END-OF-FILE
           CLOSE ACK-FILE
           CLOSE DELIVERY-FILE
      * EMPTIED ONLY WHEN EVERY RECORDABLE ROW IS ON THE HISTORY
           IF WS-ACK-OK
                   AND WS-ACK-IN-COUNT > ZERO
                   AND WS-ACK-WRITE-COUNT = WS-ACK-REC-COUNT
               OPEN OUTPUT ACK-FILE
               CLOSE ACK-FILE
           END-IF
           IF WS-ACK-WRITE-COUNT < WS-ACK-REC-COUNT
               MOVE SPACES TO RPT-M-TEXT
               STRING 'ACK ROWS NOT RECORDED ON DLVHIST - ACKFILE KEPT '
                      'FOR THE RERUN'
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       3010-MATCH-ONE-ACK.
           READ ACK-FILE INTO ACK-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ACK-IN-COUNT
                   PERFORM 3100-JUDGE-ACK
           END-READ.

       3100-JUDGE-ACK.
           MOVE SPACES TO WS-ACK-RESULT
           MOVE SPACES TO WS-ACK-NOTE
           MOVE 'N'    TO WS-DLV-FOUND-SW
           EVALUATE TRUE
               WHEN NOT ACK-POSITIVE AND NOT ACK-NEGATIVE
                   MOVE 'ACK TYPE NOT ACK/NAK' TO WS-ACK-NOTE
               WHEN ACK-EXTRACT-NO NOT NUMERIC
                   MOVE 'BAD EXTRACT NUMBER'   TO WS-ACK-NOTE
               WHEN ACK-RECORD-COUNT NOT NUMERIC
                       OR ACK-HASH-TOTAL NOT NUMERIC
                   MOVE 'BAD COUNT OR HASH'    TO WS-ACK-NOTE
               WHEN OTHER
                   MOVE ACK-EXTRACT-NO TO WS-FIND-XTR-NO
                   MOVE ACK-CUT-DATE   TO WS-FIND-CUT-DATE
                   PERFORM 2200-FIND-DELIVERY
                   IF NOT WS-DLV-FOUND
                       MOVE 'NO SUCH EXTRACT SENT' TO WS-ACK-NOTE
                   END-IF
           END-EVALUATE
           IF WS-DLV-FOUND
               EVALUATE TRUE
                   WHEN ACK-NEGATIVE
                       MOVE 'NAKED'    TO WS-ACK-RESULT
                       MOVE ACK-REASON TO WS-ACK-NOTE
                   WHEN ACK-RECORD-COUNT =
                            WS-DLV-SENT-CNT(WS-DLV-SUB)
                        AND ACK-HASH-TOTAL =
                            WS-DLV-SENT-HASH(WS-DLV-SUB)
                       MOVE 'ACKED'    TO WS-ACK-RESULT
                   WHEN OTHER
                       MOVE 'MISMATCH' TO WS-ACK-RESULT
                       MOVE 'COUNT/HASH DIFFER' TO WS-ACK-NOTE
               END-EVALUATE
               PERFORM 3200-RECORD-ACK
           ELSE
               ADD 1 TO WS-ACK-BAD-COUNT
               MOVE 'UNMATCHD' TO WS-ACK-RESULT
               MOVE ZERO       TO WS-DLV-SUB
           END-IF
           PERFORM 3300-WRITE-ACK-LINE.

       3200-RECORD-ACK.
      * A ROW THE HISTORY ALREADY SHOWS AS THE CURRENT STATUS (THE
      * SAME ACK SENT TWICE) IS NOT RECORDED AGAIN.
           IF WS-DLV-STATE(WS-DLV-SUB) = WS-ACK-RESULT
                   AND WS-DLV-RCV-COUNT(WS-DLV-SUB) = ACK-RECORD-COUNT
                   AND WS-DLV-RCV-HASH(WS-DLV-SUB) = ACK-HASH-TOTAL
               ADD 1 TO WS-ACK-DUP-COUNT
               MOVE 'ALREADY RECORDED' TO WS-ACK-NOTE
           ELSE
               ADD 1 TO WS-ACK-REC-COUNT
               EVALUATE WS-ACK-RESULT
                   WHEN 'ACKED'
                       ADD 1 TO WS-ACKED-COUNT
                   WHEN 'NAKED'
                       ADD 1 TO WS-NAKED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-MISMATCH-COUNT
               END-EVALUATE
               MOVE WS-ACK-RESULT    TO WS-DLV-STATE(WS-DLV-SUB)
               MOVE ACK-RECORD-COUNT TO WS-DLV-RCV-COUNT(WS-DLV-SUB)
               MOVE ACK-HASH-TOTAL   TO WS-DLV-RCV-HASH(WS-DLV-SUB)
               MOVE ACK-REASON       TO WS-DLV-REASON(WS-DLV-SUB)
               MOVE SPACES           TO DLV-RECORD
               MOVE ACK-EXTRACT-NO   TO DLV-EXTRACT-NO
               MOVE ACK-CUT-DATE     TO DLV-CUT-DATE
               MOVE WS-ACK-RESULT    TO DLV-EVENT
               MOVE ACK-RECORD-COUNT TO DLV-RECORD-COUNT
               MOVE ACK-HASH-TOTAL   TO DLV-HASH-TOTAL
               MOVE WS-CURRENT-DATE  TO DLV-EVENT-DATE
               MOVE WS-CURRENT-TIME  TO DLV-EVENT-TIME
               MOVE WS-RUN-ID        TO DLV-RUN-ID
               MOVE ACK-REASON       TO DLV-REASON
               WRITE DELIVERY-FILE-RECORD FROM DLV-RECORD
               IF WS-DLV-OK
                   ADD 1 TO WS-ACK-WRITE-COUNT
               ELSE
                   DISPLAY 'DLVHIST WRITE ERROR - STATUS '
                           WS-DLV-STATUS ' - ACKFILE KEPT'
               END-IF
           END-IF.

       3300-WRITE-ACK-LINE.
           MOVE ACK-EXTRACT-NO   TO RPT-E-XTR-NO
           MOVE ACK-CUT-DATE     TO RPT-E-CUT-DATE
           MOVE WS-ACK-RESULT    TO RPT-E-STATE
           IF WS-DLV-SUB > ZERO
               MOVE WS-DLV-SENT-CNT(WS-DLV-SUB) TO RPT-E-SENT-COUNT
               MOVE WS-DLV-SENT-HASH(WS-DLV-SUB)  TO RPT-E-SENT-HASH
           ELSE
               MOVE ZERO TO RPT-E-SENT-COUNT
               MOVE ZERO TO RPT-E-SENT-HASH
           END-IF
           IF ACK-RECORD-COUNT NUMERIC AND ACK-HASH-TOTAL NUMERIC
               MOVE ACK-RECORD-COUNT TO RPT-E-RCV-COUNT
               MOVE ACK-HASH-TOTAL   TO RPT-E-RCV-HASH
           ELSE
               MOVE ZERO TO RPT-E-RCV-COUNT
               MOVE ZERO TO RPT-E-RCV-HASH
           END-IF
           MOVE WS-ACK-NOTE      TO RPT-E-NOTE
           WRITE REPORT-FILE-RECORD FROM RPT-EXTRACT-LINE.

      ******************************************************************
      * EVERY EXTRACT NOT YET ACKNOWLEDGED IN BALANCE.  PAST THE
      * CUTOFF IT GOES ON THE RETRANSMIT LIST; BEFORE IT, IT IS STILL
      * AWAITED.
      ******************************************************************
       5000-LIST-RETRANSMITS.
           MOVE SPACES TO RPT-M-TEXT
           STRING 'RETRANSMIT LIST - NOT ACKNOWLEDGED IN BALANCE BY '
                  'THE CUTOFF (' WS-CUTOFF-HHMM ')'
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           PERFORM 5010-CHECK-ONE-DELIVERY
               VARYING WS-DLV-SUB FROM 1 BY 1
               UNTIL WS-DLV-SUB > WS-DLV-COUNT
           IF WS-RETRANSMIT-COUNT = ZERO
               MOVE '    NONE' TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       5010-CHECK-ONE-DELIVERY.
           EVALUATE TRUE
               WHEN WS-DLV-STATE-ACKED(WS-DLV-SUB)
                   ADD 1 TO WS-BALANCED-COUNT
               WHEN WS-DLV-CUT-DATE(WS-DLV-SUB) < WS-CURRENT-DATE
                   PERFORM 5100-WRITE-RETRANSMIT-LINE
               WHEN WS-DLV-CUT-DATE(WS-DLV-SUB) = WS-CURRENT-DATE
                        AND WS-NOW-HHMM NOT < WS-CUTOFF-HHMM
                   PERFORM 5100-WRITE-RETRANSMIT-LINE
               WHEN OTHER
                   ADD 1 TO WS-AWAITING-COUNT
           END-EVALUATE.

       5100-WRITE-RETRANSMIT-LINE.
           ADD 1 TO WS-RETRANSMIT-COUNT
           MOVE WS-DLV-XTR-NO(WS-DLV-SUB)     TO RPT-E-XTR-NO
           MOVE WS-DLV-CUT-DATE(WS-DLV-SUB)   TO RPT-E-CUT-DATE
           IF WS-DLV-STATE(WS-DLV-SUB) = 'SENT'
               MOVE 'NO ACK'                  TO RPT-E-STATE
           ELSE
               MOVE WS-DLV-STATE(WS-DLV-SUB)  TO RPT-E-STATE
           END-IF
           MOVE WS-DLV-SENT-CNT(WS-DLV-SUB) TO RPT-E-SENT-COUNT
           MOVE WS-DLV-SENT-HASH(WS-DLV-SUB)  TO RPT-E-SENT-HASH
           MOVE WS-DLV-RCV-COUNT(WS-DLV-SUB)  TO RPT-E-RCV-COUNT
           MOVE WS-DLV-RCV-HASH(WS-DLV-SUB)   TO RPT-E-RCV-HASH
           MOVE WS-DLV-REASON(WS-DLV-SUB)     TO RPT-E-NOTE
           WRITE REPORT-FILE-RECORD FROM RPT-EXTRACT-LINE.

       8000-WRITE-REPORT.
           MOVE 'DELIVERY HISTORY ROWS READ'          TO RPT-D-LABEL
           MOVE WS-DLV-IN-COUNT                       TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HISTORY ROWS PAST THE LOOKBACK'      TO RPT-D-LABEL
           MOVE WS-DLV-OLD-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'EXTRACTS TRACKED'                    TO RPT-D-LABEL
           MOVE WS-DLV-COUNT                          TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ACK ROWS READ'                       TO RPT-D-LABEL
           MOVE WS-ACK-IN-COUNT                       TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    ACKNOWLEDGED IN BALANCE'         TO RPT-D-LABEL
           MOVE WS-ACKED-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    ACKNOWLEDGED - COUNT/HASH DIFFER'  TO RPT-D-LABEL
           MOVE WS-MISMATCH-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    REJECTED BY RECEIVER (NAK)'      TO RPT-D-LABEL
           MOVE WS-NAKED-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    ALREADY RECORDED'                TO RPT-D-LABEL
           MOVE WS-ACK-DUP-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE '    UNMATCHED OR INVALID - NOT KEPT'  TO RPT-D-LABEL
           MOVE WS-ACK-BAD-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'EXTRACTS ACKNOWLEDGED IN BALANCE'    TO RPT-D-LABEL
           MOVE WS-BALANCED-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'EXTRACTS AWAITED - BEFORE CUTOFF'    TO RPT-D-LABEL
           MOVE WS-AWAITING-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'EXTRACTS TO RETRANSMIT'              TO RPT-D-LABEL
           MOVE WS-RETRANSMIT-COUNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           IF WS-DLV-LOST-COUNT > ZERO
               MOVE 'DELIVERY TABLE FULL - EXTRACTS NOT TRACKED'
                                                      TO RPT-D-LABEL
               MOVE WS-DLV-LOST-COUNT                 TO RPT-D-VALUE
               WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE
           END-IF.
