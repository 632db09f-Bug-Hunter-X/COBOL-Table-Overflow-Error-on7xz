      *                   DOWNSTREAM JOBS
      *              12 - FEED ALREADY PROCESSED (RUN REGISTRY
      *                   MATCHED THE HEADER) - NOTHING LOADED
      *              16 - TRANFILE COULD NOT BE OPENED, OR A
      *                   BEFORE-IMAGE COULD NOT BE SAVED TO DAYMREPL
      *                   (THE ROW WAS LEFT UNREPLACED AND THE FEED
      *                   NOT REGISTERED - FIX DAYMREPL, RERUN THE
      *                   FULL FEED)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLOVFL.
               RECORD KEY IS DAYM-ITEM-CODE
               FILE STATUS IS WS-DAYM-STATUS.

           SELECT REPLACED-FILE
               ASSIGN TO DAYMREPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPL-STATUS.

           SELECT ITEM-REF-FILE
               ASSIGN TO ITEMMST
               ORGANIZATION IS INDEXED
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.

           SELECT TIMING-FILE
               ASSIGN TO TIMEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  TRANS-FILE-RECORD        PIC X(50).
      * CONSOLIDATED VIEW - REGION SOURCE ID BEHIND THE DETAIL
       01  TRANS-FILE-CONS-RECORD.
           05  FILLER               PIC X(50).
           05  TRANS-FILE-SOURCE-ID PIC X(08).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-FILE-RECORD       PIC X(97).

       FD  STATUS-FILE
           RECORDING MODE IS F.
      * KEYED DAILY ITEM MASTER RECORD (KEY = DAYM-ITEM-CODE)
           COPY DAYMREC.

      * BEFORE-IMAGES OF DAILY MASTER ROWS THIS RUN REPLACED
       FD  REPLACED-FILE
           RECORDING MODE IS F.
       01  REPLACED-FILE-RECORD     PIC X(160).

       FD  ITEM-REF-FILE.
      * REFERENCE ITEM MASTER RECORD (KEY = ITM-CODE)
           COPY ITMREC.

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * SHARED TYPED WORK TABLE (REQUEST 008) - COMMON LAYOUT SO OTHER
      * PROGRAMS CAN GROW AND READ THE SAME KIND OF TABLE.
      * RUN STATUS RECORD - ONLINE INQUIRY FEED
           COPY STATREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-CTL-STATUS        PIC XX.
               88  WS-CTL-OK            VALUE '00'.
               88  WS-OVFL-OK           VALUE '00'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.
           05  WS-REJ-STATUS        PIC XX.
               88  WS-REJ-OK            VALUE '00'.
           05  WS-DAYM-STATUS       PIC XX.
               88  WS-DAYM-OK           VALUE '00'.
               88  WS-DAYM-NOT-FOUND    VALUE '35'.
               88  WS-DAYM-DUP-KEY      VALUE '22'.
           05  WS-REPL-STATUS       PIC XX.
               88  WS-REPL-OK           VALUE '00'.
           05  WS-REG-STATUS        PIC XX.
               88  WS-REG-OK            VALUE '00' '05'.
           05  WS-ALRT-STATUS       PIC XX.
               88  WS-CAT-MATCHED       VALUE 'Y'.
           05  WS-IDX-STEP-SW       PIC X VALUE 'N'.
               88  WS-IDX-STEP-DONE     VALUE 'Y'.
           05  WS-REPL-FAIL-SW      PIC X VALUE 'N'.
               88  WS-REPL-FAILED       VALUE 'Y'.
           05  WS-IMAGE-SAVED-SW    PIC X VALUE 'Y'.
               88  WS-IMAGE-SAVED       VALUE 'Y'.
           05  WS-QUIESCE-SW        PIC X VALUE 'N'.
               88  WS-QUIESCE-REQUESTED VALUE 'Y'.

           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-FEED-DATE         PIC X(08) VALUE SPACES.
           05  WS-SOURCE-ID         PIC X(08) VALUE SPACES.
           05  WS-DTL-SOURCE-ID     PIC X(08) VALUE SPACES.
           05  WS-LOOKUP-DESC       PIC X(30) VALUE SPACES.
           05  WS-LOOKUP-CATEGORY   PIC X(04) VALUE SPACES.
           05  WS-DAYM-NEW-IMAGE    PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.

           IF WS-ITMREF-AVAIL
               CLOSE ITEM-REF-FILE
           END-IF
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       0100-COMPLETE-RUN.
           IF WS-IN-BALANCE
               PERFORM 7000-WRITE-DAILY-MASTER
               IF WS-MASTER-SKIP-COUNT = ZERO
                       AND NOT WS-REPL-FAILED
                   PERFORM 7500-RECORD-RUN-REGISTRY
               ELSE
                   DISPLAY 'DAILY MASTER PARTIAL - RUN NOT '
           IF WS-DUPLICATE-FEED
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-REPL-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN WS-DUPLICATE-FEED
                   SET STAT-REFUSED TO TRUE
           MOVE ZERO   TO STAT-RETURN-CODE
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '01'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START
           INITIALIZE WS-CATEGORY-TOTALS

           OPEN INPUT CTL-FILE
      * THE CHECKPOINT ONLY PROTECTS A RUN THAT STOPPED PARTWAY.  A
      * COMPLETED FEED RESUBMITTED WHOLE WOULD DOUBLE-POST, SO THE
      * REGISTRY OF COMPLETED FEEDS IS SCANNED FOR THIS HEADER'S
      * FEED DATE AND SOURCE BEFORE ANYTHING IS LOADED.  AN ENTRY
      * FLAGGED REVERSED BY A FEED BACK-OUT NO LONGER COUNTS - THE
      * CORRECTED RESEND OF THAT FEED MUST LOAD.
           OPEN INPUT RUN-REGISTRY
           IF NOT WS-REG-OK
               DISPLAY 'RUNREG NOT AVAILABLE - STATUS ' WS-REG-STATUS
               NOT AT END
                   IF REG-FEED-DATE = WS-FEED-DATE
                           AND REG-SOURCE-ID = WS-SOURCE-ID
                           AND NOT REG-REVERSED
                       SET WS-DUPLICATE-FEED TO TRUE
                   END-IF
           END-READ.
           END-IF.

       2000-PROCESS-INPUT.
           READ TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-INPUT-SEQ
                       PERFORM 2140-SET-DETAIL-SOURCE
                       PERFORM 2150-ACCUMULATE-HASH
                       PERFORM 2170-ACCUMULATE-AMOUNT
                       PERFORM 2100-VALIDATE-RECORD
                   END-IF
           END-READ.

       2140-SET-DETAIL-SOURCE.
      * THE REGION THAT SENT THE DETAIL RIDES BEHIND IT ON THE
      * CONSOLIDATED FEED.  A FEED LOADED WITHOUT CONSOLIDATION HAS
      * NO REGION THERE, AND ITS HEADER SOURCE ID STANDS IN.
           MOVE TRANS-FILE-SOURCE-ID TO WS-DTL-SOURCE-ID
           IF WS-DTL-SOURCE-ID = SPACES OR LOW-VALUES
               MOVE WS-SOURCE-ID TO WS-DTL-SOURCE-ID
           END-IF.

       2150-ACCUMULATE-HASH.
           PERFORM 2160-ADD-ONE-DIGIT
               VARYING WS-HASH-SUB FROM 1 BY 1
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-INPUT-SEQ         TO REJ-SEQ-NO
           MOVE TRANS-FILE-RECORD    TO REJ-ITEM
           MOVE WS-DTL-SOURCE-ID     TO REJ-SOURCE-ID
           WRITE REJECT-FILE-RECORD FROM REJECT-RECORD.

       2750-CHECK-REJECT-RATE.
               SET WS-TYPE-CORRECTION(WS-VICTIM-SUB) TO TRUE
               MOVE TRANS-FILE-RECORD TO WS-ITEM(WS-VICTIM-SUB)
               MOVE WS-INPUT-SEQ      TO WS-ITEM-SEQ(WS-VICTIM-SUB)
               MOVE WS-DTL-SOURCE-ID  TO WS-ITEM-SOURCE(WS-VICTIM-SUB)
               MOVE WS-LOOKUP-DESC    TO WS-ITEM-DESC(WS-VICTIM-SUB)
               MOVE WS-LOOKUP-CATEGORY
                    TO WS-ITEM-CATEGORY(WS-VICTIM-SUB)
               SET WS-TYPE-PRIORITY(WS-COUNT) TO TRUE
               MOVE TRANS-FILE-RECORD TO WS-ITEM(WS-COUNT)
               MOVE WS-INPUT-SEQ      TO WS-ITEM-SEQ(WS-COUNT)
               MOVE WS-DTL-SOURCE-ID  TO WS-ITEM-SOURCE(WS-COUNT)
               MOVE WS-LOOKUP-DESC    TO WS-ITEM-DESC(WS-COUNT)
               MOVE WS-LOOKUP-CATEGORY TO WS-ITEM-CATEGORY(WS-COUNT)
               MOVE WS-WORK-AMOUNT    TO WS-ITEM-AMOUNT(WS-COUNT)
               END-IF
               MOVE TRANS-FILE-RECORD TO WS-ITEM(WS-COUNT)
               MOVE WS-INPUT-SEQ      TO WS-ITEM-SEQ(WS-COUNT)
               MOVE WS-DTL-SOURCE-ID  TO WS-ITEM-SOURCE(WS-COUNT)
               MOVE WS-LOOKUP-DESC    TO WS-ITEM-DESC(WS-COUNT)
               MOVE WS-LOOKUP-CATEGORY TO WS-ITEM-CATEGORY(WS-COUNT)
               MOVE WS-WORK-AMOUNT    TO WS-ITEM-AMOUNT(WS-COUNT)
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE WS-ITEM-SEQ(WS-VICTIM-SUB) TO OVFL-SEQ-NO
               MOVE WS-ITEM(WS-VICTIM-SUB)     TO OVFL-ITEM
               MOVE WS-ITEM-SOURCE(WS-VICTIM-SUB) TO OVFL-SOURCE-ID
               PERFORM 2450-WRITE-OVFL-RECORD
               PERFORM 2285-BACK-OUT-CATEGORY-VALUE
      * THE VICTIM'S CODE LEAVES THE TABLE AND THE PRIORITY ITEM'S
               SET WS-TYPE-PRIORITY(WS-VICTIM-SUB) TO TRUE
               MOVE TRANS-FILE-RECORD TO WS-ITEM(WS-VICTIM-SUB)
               MOVE WS-INPUT-SEQ      TO WS-ITEM-SEQ(WS-VICTIM-SUB)
               MOVE WS-DTL-SOURCE-ID  TO WS-ITEM-SOURCE(WS-VICTIM-SUB)
               MOVE WS-LOOKUP-DESC    TO WS-ITEM-DESC(WS-VICTIM-SUB)
               MOVE WS-LOOKUP-CATEGORY
                    TO WS-ITEM-CATEGORY(WS-VICTIM-SUB)
           ADD 1 TO WS-OVERFLOW-COUNT
           MOVE WS-INPUT-SEQ         TO OVFL-SEQ-NO
           MOVE TRANS-FILE-RECORD    TO OVFL-ITEM
           MOVE WS-DTL-SOURCE-ID     TO OVFL-SOURCE-ID
           PERFORM 2450-WRITE-OVFL-RECORD.

       2450-WRITE-OVFL-RECORD.
      * SECOND FEED OF THE SAME ITEM) IS REPLACED WITH THE LATEST
      * IMAGE.  A BRAND-NEW MASTER (STATUS 35) IS CREATED EMPTY AND
      * REOPENED I-O SO THE ADD/REPLACE LOGIC IS THE SAME EITHER WAY.
      * EVERY ROW REPLACED IS FIRST SAVED TO DAYMREPL, SO A FEED
      * BACK-OUT CAN PUT THE OVERWRITTEN IMAGE BACK.
           OPEN I-O ITEM-MASTER-FILE
           IF WS-DAYM-NOT-FOUND
               OPEN OUTPUT ITEM-MASTER-FILE
               OPEN I-O ITEM-MASTER-FILE
           END-IF
           IF WS-DAYM-OK
               OPEN EXTEND REPLACED-FILE
               IF NOT WS-REPL-OK
                   CLOSE REPLACED-FILE
                   OPEN OUTPUT REPLACED-FILE
               END-IF
               IF WS-REPL-OK
                   PERFORM 7100-WRITE-ONE-ITEM
                       VARYING WS-MASTER-SUB FROM 1 BY 1
                       UNTIL WS-MASTER-SUB > WS-COUNT
                   CLOSE REPLACED-FILE
               ELSE
      * WITHOUT DAYMREPL NO OVERWRITTEN IMAGE COULD BE PUT BACK BY A
      * BACK-OUT - THE MASTER IS LEFT ALONE AND EVERY ENTRY COUNTED
      * AS MISSING, THE SAME AS WHEN THE MASTER CANNOT BE OPENED.
                   DISPLAY 'UNABLE TO OPEN DAYMREPL - STATUS '
                           WS-REPL-STATUS
                   SET WS-REPL-FAILED TO TRUE
                   MOVE WS-COUNT TO WS-MASTER-SKIP-COUNT
               END-IF
               CLOSE ITEM-MASTER-FILE
           ELSE
      * AN UNWRITABLE MASTER LOSES THE WHOLE PRODUCT, NOT PART OF
               MOVE WS-ITEM-CATEGORY(WS-MASTER-SUB)
                    TO DAYM-CATEGORY
               MOVE WS-ITEM-AMOUNT(WS-MASTER-SUB) TO DAYM-AMOUNT
               MOVE WS-ITEM-SOURCE(WS-MASTER-SUB) TO DAYM-SOURCE-ID
               WRITE DAYM-RECORD
               IF WS-DAYM-DUP-KEY
                   PERFORM 7110-SAVE-REPLACED-IMAGE
                   IF WS-IMAGE-SAVED
                       REWRITE DAYM-RECORD
                       ADD 1 TO WS-MASTER-REPL-COUNT
                   ELSE
                       ADD 1 TO WS-MASTER-SKIP-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-MASTER-ADD-COUNT
               END-IF
           END-IF.

       7110-SAVE-REPLACED-IMAGE.
      * THE ROW ABOUT TO BE REPLACED IS READ BACK AND WRITTEN TO
      * DAYMREPL MARKED WITH THIS RUN AS ITS REPLACEMENT.  A ROW THIS
      * SAME RUN ALREADY WROTE IS NOT SAVED - BACKING THE RUN OUT
      * REMOVES IT ANYWAY.  THE NEW IMAGE IS PUT BACK FOR THE REWRITE.
      * AN IMAGE THAT CANNOT BE SAVED LEAVES ITS ROW UNREPLACED, SO A
      * BACK-OUT NEVER FINDS A ROW IT CANNOT RESTORE.
           MOVE 'Y' TO WS-IMAGE-SAVED-SW
           MOVE DAYM-RECORD TO WS-DAYM-NEW-IMAGE
           READ ITEM-MASTER-FILE
           IF WS-DAYM-OK
                   AND DAYM-RUN-ID NOT = WS-RUN-ID
               MOVE WS-RUN-ID       TO DAYM-SUPERSEDED-BY
               MOVE WS-CURRENT-DATE TO DAYM-SUPERSEDED-DATE
               WRITE REPLACED-FILE-RECORD FROM DAYM-RECORD
               IF NOT WS-REPL-OK
                   IF NOT WS-REPL-FAILED
                       DISPLAY 'UNABLE TO WRITE DAYMREPL - STATUS '
                               WS-REPL-STATUS
                   END-IF
                   SET WS-REPL-FAILED TO TRUE
                   MOVE 'N' TO WS-IMAGE-SAVED-SW
               END-IF
           END-IF
           MOVE WS-DAYM-NEW-IMAGE TO DAYM-RECORD.

       7500-RECORD-RUN-REGISTRY.
      * ONLY A FEED THAT COMPLETED IN BALANCE IS REGISTERED - AN
      * OUT-OF-BALANCE FEED WILL BE CORRECTED AND RESENT, AND THAT
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           IF WS-REPL-FAILED
               MOVE SPACES TO RPT-M-TEXT
               STRING 'BEFORE-IMAGES NOT SAVED TO DAYMREPL - STATUS '
                      WS-REPL-STATUS
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF

           MOVE 'DETAIL RECORDS PER TRAILER'           TO RPT-W-LABEL
           MOVE WS-TRL-COUNT                           TO RPT-W-VALUE
       9000-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'TBLOVFL'            TO TIM-PROGRAM
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
           MOVE 'TBLOVFL'            TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-INPUT-SEQ         TO TIM-RECORDS
           MOVE RETURN-CODE          TO TIM-RETURN-CODE
           MOVE WS-TRL-COUNT         TO TIM-FEED-COUNT
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
