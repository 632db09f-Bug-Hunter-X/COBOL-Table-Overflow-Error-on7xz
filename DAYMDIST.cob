      *              AND FULFILLMENT TEAMS WROTE AGAINST THE KSDS,
      *              NEITHER OF WHICH BALANCED.
      *
      *              EVERY EXTRACT CUT IS ALSO RECORDED AS 'SENT', WITH
      *              ITS TRAILER COUNT AND HASH, ON THE PERMANENT
      *              DELIVERY HISTORY (DLVREC.CPY) THAT ACKMATCH
      *              MATCHES THE RECEIVERS' ACKNOWLEDGMENTS AGAINST.
      *
      *              A DAILY MASTER ROW AMTOUTL HELD AS A SUSPECT
      *              VALUE (AN 'H' ROW ON THE HOLD FILE FOR THE SAME
      *              ITEM AND LOAD DATE) IS NOT SENT; IT IS COUNTED
      *              ON THE CONTROL REPORT.  A HOLD OPERATIONS HAVE
      *              RELEASED (AN 'X' ROW) IS SENT FROM THE IMAGE ON
      *              THE HOLD FILE, ROUTED BY ITS CATEGORY LIKE ANY
      *              MASTER ROW, AND COUNTS IN THE EXTRACT'S TRAILER.
      *
      *              A DAILY MASTER ROW WHOSE CATEGORY HAS NO
      *              CONTROL ROW IS NOT SENT ANYWHERE - IT IS
      *              COUNTED, ITS CATEGORY IS LISTED ON THE CONTROL
      * RETURN CODES:
      *              00 - NORMAL END OF JOB
      *              04 - ROWS WITH AN UNASSIGNED CATEGORY WERE
      *                   SKIPPED - FIX THE CONTROL FILE AND RERUN -
      *                   OR THE DELIVERY HISTORY COULD NOT BE
      *                   WRITTEN, OR THE HOLD FILE HAD MORE HELD ROWS
      *                   THAN THE HOLD TABLE - THE EXCESS WERE SENT
      *              16 - DAYMAST OR DSTFILE COULD NOT BE OPENED
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTF-STATUS.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT DELIVERY-FILE
               ASSIGN TO DLVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

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
       FD  DST-FILE
           RECORDING MODE IS F.
       01  EXTF08-RECORD            PIC X(134).

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-FILE-RECORD         PIC X(200).

       FD  DELIVERY-FILE
           RECORDING MODE IS F.
       01  DELIVERY-FILE-RECORD     PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * DISTRIBUTION CONTROL ROW AND EXTRACT HDR/TRL LAYOUTS
           COPY DSTREC.

      * EXTRACT DELIVERY STATUS HISTORY ROW
           COPY DLVREC.

      * SUSPECT-VALUE HOLD ROW
           COPY HOLDREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-DST-STATUS        PIC XX.
               88  WS-DST-OK            VALUE '00'.
               88  WS-DAYM-EOF          VALUE '10'.
           05  WS-EXTF-STATUS       PIC XX.
               88  WS-EXTF-OK           VALUE '00'.
           05  WS-DLV-STATUS        PIC XX.
               88  WS-DLV-OK            VALUE '00'.
           05  WS-HOLD-STATUS       PIC XX.
               88  WS-HOLD-OK           VALUE '00' '05'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DST-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-END-OF-DAYM       VALUE 'Y'.
           05  WS-MAP-MATCH-SW      PIC X VALUE 'N'.
               88  WS-MAP-MATCHED       VALUE 'Y'.
           05  WS-DLV-OPEN-SW       PIC X VALUE 'N'.
               88  WS-DLV-OPEN          VALUE 'Y'.
           05  WS-HOLD-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-HOLD       VALUE 'Y'.
           05  WS-HELD-SW           PIC X VALUE 'N'.
               88  WS-ROW-HELD          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MAP-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-MASTER-IN-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-ROUTED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-DLV-FAIL-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-XTR-NO            PIC 9(2) VALUE ZERO.
           05  WS-XTR-SUB           PIC 9(2) VALUE ZERO.
           05  WS-UNA-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-UNA-SUB           PIC 9(3) VALUE ZERO.
           05  WS-HASH-SUB          PIC 9(3) VALUE ZERO.
           05  WS-HASH-DIGIT        PIC 9(1) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-RELEASE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HOLD-OVER-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HOLD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-HOLD-MAX          PIC 9(5) VALUE 1000.
           05  WS-HOLD-SUB          PIC 9(5) VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-XTR-RECORD        PIC X(134).
           05  WS-ROUTE-CATEGORY    PIC X(04).

      * CATEGORY-TO-EXTRACT MAP LOADED FROM THE CONTROL FILE.  FIFTY
      * CATEGORIES IS FAR ABOVE THE CATALOGUED POPULATION; EXTRA
               10  WS-UNA-CATEGORY  PIC X(04).
               10  WS-UNA-ROWS      PIC 9(7).

      * ROWS HELD AS SUSPECT VALUES - ITEM AND LOAD DATE OF EVERY 'H'
      * ROW ON THE HOLD FILE.  A HOLD BEYOND THE TABLE IS COUNTED AND
      * REPORTED, AND ITS ROW IS SENT.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-HOLD-ITEM-CODE PIC X(08).
               10  WS-HOLD-LOAD-DATE PIC X(08).

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
           IF RETURN-CODE = ZERO
               PERFORM 2000-READ-MASTER-RECORD
               PERFORM 2100-ROUTE-MASTER-RECORD UNTIL WS-END-OF-DAYM
               PERFORM 2500-SEND-RELEASED-HOLDS
               PERFORM 4000-WRITE-TRAILERS
               PERFORM 8000-WRITE-REPORT
               IF WS-UNASSIGNED-COUNT > ZERO
                       OR WS-DLV-FAIL-COUNT > ZERO
                       OR WS-HOLD-OVER-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'DISTRIBUTION EXTRACTS COMPLETE - '
           END-IF
           PERFORM 9000-CLOSE-EXTRACTS
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '04'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START
           INITIALIZE WS-CATEGORY-MAP
           INITIALIZE WS-EXTRACT-CONTROLS
           INITIALIZE WS-UNASSIGNED-LIST
                   DISPLAY 'DSTFILE EMPTY - NOTHING TO DISTRIBUTE'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 1400-LOAD-HOLDS
                   PERFORM 1500-OPEN-EXTRACTS
                   PERFORM 1600-WRITE-HEADERS
               END-IF
           END-IF
           PERFORM 1200-READ-CONTROL-ROW.

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

       1500-OPEN-EXTRACTS.
           OPEN OUTPUT EXTRACT-FILE-1
           OPEN OUTPUT EXTRACT-FILE-2
           OPEN OUTPUT EXTRACT-FILE-5
           OPEN OUTPUT EXTRACT-FILE-6
           OPEN OUTPUT EXTRACT-FILE-7
           OPEN OUTPUT EXTRACT-FILE-8
           OPEN EXTEND DELIVERY-FILE
           IF NOT WS-DLV-OK
               CLOSE DELIVERY-FILE
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           IF WS-DLV-OK
               SET WS-DLV-OPEN TO TRUE
           ELSE
               DISPLAY 'UNABLE TO OPEN DLVHIST - STATUS '
                       WS-DLV-STATUS ' - DELIVERIES NOT RECORDED'
           END-IF.

       1600-WRITE-HEADERS.
           PERFORM 1610-WRITE-ONE-HEADER

       2100-ROUTE-MASTER-RECORD.
           ADD 1 TO WS-MASTER-IN-COUNT
           PERFORM 2050-CHECK-HELD
           IF WS-ROW-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM 2150-ROUTE-UNHELD-RECORD
           END-IF
           PERFORM 2000-READ-MASTER-RECORD.

       2050-CHECK-HELD.
           MOVE 'N' TO WS-HELD-SW
           PERFORM 2060-TEST-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-ROW-HELD.

       2060-TEST-ONE-HOLD.
           IF WS-HOLD-ITEM-CODE(WS-HOLD-SUB) = DAYM-ITEM-CODE
                   AND WS-HOLD-LOAD-DATE(WS-HOLD-SUB) = DAYM-LOAD-DATE
               SET WS-ROW-HELD TO TRUE
           END-IF.

       2150-ROUTE-UNHELD-RECORD.
           MOVE DAYM-CATEGORY TO WS-ROUTE-CATEGORY
           PERFORM 2200-FIND-CATEGORY
           IF WS-MAP-MATCHED
               ADD 1 TO WS-ROUTED-COUNT
           ELSE
               ADD 1 TO WS-UNASSIGNED-COUNT
               PERFORM 2300-NOTE-UNASSIGNED
           END-IF.

       2200-FIND-CATEGORY.
           MOVE 'N'  TO WS-MAP-MATCH-SW
           END-IF.

       2210-TEST-ONE-CATEGORY.
           IF WS-MAP-CATEGORY(WS-MAP-SUB) = WS-ROUTE-CATEGORY
               SET WS-MAP-MATCHED TO TRUE
           END-IF.

           ELSE
               IF WS-UNA-COUNT < WS-UNA-MAX
                   ADD 1 TO WS-UNA-COUNT
                   MOVE WS-ROUTE-CATEGORY TO
                        WS-UNA-CATEGORY(WS-UNA-COUNT)
                   MOVE 1             TO WS-UNA-ROWS(WS-UNA-COUNT)
               END-IF
           END-IF.

       2310-TEST-ONE-UNASSIGNED.
           IF WS-UNA-CATEGORY(WS-UNA-SUB) = WS-ROUTE-CATEGORY
               SET WS-MAP-MATCHED TO TRUE
           END-IF.

      ******************************************************************
      * RELEASED HOLDS - EACH 'X' ROW'S IMAGE IS SENT AS IF IT WERE A
      * MASTER ROW, SO IT BALANCES IN THE EXTRACT'S TRAILER.
      ******************************************************************
       2500-SEND-RELEASED-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-IF
           PERFORM 2510-READ-ONE-RELEASE
               UNTIL WS-END-OF-HOLD
           CLOSE HOLD-FILE.

       2510-READ-ONE-RELEASE.
           READ HOLD-FILE INTO HLD-RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF HLD-SEND-TONIGHT
                       PERFORM 2520-SEND-ONE-RELEASE
                   END-IF
           END-READ.

       2520-SEND-ONE-RELEASE.
           ADD 1 TO WS-RELEASE-COUNT
           MOVE HLD-CATEGORY TO WS-ROUTE-CATEGORY
           PERFORM 2200-FIND-CATEGORY
           IF WS-MAP-MATCHED
               ADD 1 TO WS-ROUTED-COUNT
               MOVE WS-MAP-EXTRACT(WS-MAP-SUB) TO WS-XTR-NO
               MOVE HLD-IMAGE   TO WS-XTR-RECORD
               ADD 1 TO WS-XTR-REC-COUNT(WS-XTR-NO)
               PERFORM 3000-ACCUMULATE-HASH
               PERFORM 5000-WRITE-EXTRACT-RECORD
           ELSE
               ADD 1 TO WS-UNASSIGNED-COUNT
               PERFORM 2300-NOTE-UNASSIGNED
           END-IF.

       3000-ACCUMULATE-HASH.
      * SAME HASH RULE AS THE TRANFILE FEED - THE SUM OF EVERY
      * NUMERIC DIGIT CHARACTER IN THE DETAIL RECORD, ALL POSITIONS.
                    TO XTR-TRL-HASH-TOTAL
               MOVE XTR-TRAILER-RECORD TO WS-XTR-RECORD
               PERFORM 5000-WRITE-EXTRACT-RECORD
               PERFORM 4020-RECORD-DELIVERY
           END-IF.

       4020-RECORD-DELIVERY.
      * THE TRAILER JUST SENT IS WHAT THE RECEIVER MUST BALANCE TO
           MOVE SPACES                      TO DLV-RECORD
           MOVE WS-XTR-NO                   TO DLV-EXTRACT-NO
           MOVE WS-CURRENT-DATE             TO DLV-CUT-DATE
           MOVE 'SENT'                      TO DLV-EVENT
           MOVE WS-XTR-REC-COUNT(WS-XTR-NO) TO DLV-RECORD-COUNT
           MOVE WS-XTR-HASH(WS-XTR-NO)      TO DLV-HASH-TOTAL
           MOVE WS-CURRENT-DATE             TO DLV-EVENT-DATE
           MOVE WS-CURRENT-TIME             TO DLV-EVENT-TIME
           MOVE WS-RUN-ID                   TO DLV-RUN-ID
           IF WS-DLV-OPEN
               WRITE DELIVERY-FILE-RECORD FROM DLV-RECORD
               IF NOT WS-DLV-OK
                   DISPLAY 'DLVHIST WRITE ERROR - STATUS '
                           WS-DLV-STATUS ' EXTRACT ' WS-XTR-NO
                   ADD 1 TO WS-DLV-FAIL-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-DLV-FAIL-COUNT
           END-IF.

       5000-WRITE-EXTRACT-RECORD.
           MOVE WS-MASTER-IN-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ROWS HELD AS SUSPECT VALUES'         TO RPT-D-LABEL
           MOVE WS-HELD-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'RELEASED HOLDS SENT'                 TO RPT-D-LABEL
           MOVE WS-RELEASE-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ROWS ROUTED TO EXTRACTS'             TO RPT-D-LABEL
           MOVE WS-ROUTED-COUNT                       TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE
               MOVE 'UNASSIGNED ROWS NOT SENT - ADD CONTROL ROWS '
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           IF WS-DLV-FAIL-COUNT > ZERO
               MOVE 'DELIVERIES NOT RECORDED ON DLVHIST - SEE SYSOUT'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           IF WS-HOLD-OVER-COUNT > ZERO
               MOVE 'HOLD TABLE FULL - SOME HELD ROWS SENT - SEE SYSOUT'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       8100-WRITE-ONE-EXTRACT.
               CLOSE EXTRACT-FILE-6
               CLOSE EXTRACT-FILE-7
               CLOSE EXTRACT-FILE-8
               IF WS-DLV-OPEN
                   CLOSE DELIVERY-FILE
               END-IF
           END-IF
           CLOSE ITEM-MASTER-FILE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'DAYMDIST'           TO TIM-PROGRAM
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
           MOVE 'DAYMDIST'           TO TIM-PROGRAM
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
